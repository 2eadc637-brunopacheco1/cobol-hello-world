       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTRPT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * APPOINTMENT SHEET AND NO-SHOW REPORT         *
      * NIGHTLY PASS OF APPOINTMENTS.DAT. A BOOKING  *
      * WHOSE DAY HAS GONE BY WITHOUT THE GROOMER    *
      * MARKING IT COMPLETED IS MARKED A NO-SHOW.    *
      * THE NEXT DAY'S BOOKINGS ARE PRINTED IN TIME  *
      * ORDER ON APPT_SHEET.LPT FOR THE GROOMING     *
      * ROOM. APPT_NOSHOW.LPT LISTS THE MONTH'S      *
      * NO-SHOWS SO FAR AND ANY COMPLETED SERVICE    *
      * THE REGISTER HAS NOT YET RUNG UP. THE        *
      * NO-SHOW COUNT AND VALUE GO TO RUNSTATS.      *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENTFILE ASSIGN "appointments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-NUMBER
               FILE STATUS IS WS-APPT-STATUS.

           SELECT SHEETREPORTFILE ASSIGN "appt_sheet.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NOSHOWREPORTFILE ASSIGN "appt_noshow.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENTFILE.
       COPY APPTREC.

       FD  SHEETREPORTFILE.
       01  SHEET-REPORT-LINE       PIC X(132).

       FD  NOSHOWREPORTFILE.
       01  NOSHOW-REPORT-LINE      PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-APPT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-SCAN-SW           PIC X VALUE "N".
               88  WS-SCANNING          VALUE "Y".
           05  WS-MARKED-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-SHEET-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-NO-SHOW-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-UNRUNG-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-SHEET-VALUE       PIC 9(7)V99 VALUE ZEROES.
           05  WS-NO-SHOW-VALUE     PIC 9(7)V99 VALUE ZEROES.
           05  WS-UNRUNG-VALUE      PIC 9(7)V99 VALUE ZEROES.
           05  WS-MONTH-END         PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-SW           PIC X VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER    PIC 9(4) VALUE ZEROES.

       01  WS-RUN-DATE.
           05  WS-RUN-YEARMONTH     PIC 9(6).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-APPT-DATE.
           05  WS-APPT-YEARMONTH    PIC 9(6).
           05  WS-APPT-DAY          PIC 9(2).
       01  WS-APPT-DATE-NUM REDEFINES WS-APPT-DATE PIC 9(8).

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

       01  WS-SHEET-HEADING-1.
           05  FILLER             PIC X(42) VALUE
               "PETSTORE - GROOMING AND SERVICES SHEET FOR".
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-SH-DATE         PIC 9(8).

       01  WS-SHEET-HEADING-2.
           05  FILLER             PIC X(42) VALUE
               "TIME GROOMER  APPT   CUSTOMER             ".
           05  FILLER             PIC X(32) VALUE
               "PET             KIND            ".
           05  FILLER             PIC X(32) VALUE
               "SERVICE               PRICE NOTE".

       01  WS-APPT-DETAIL-LINE.
           05  WS-ADL-SLOT        PIC 9(4).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-GROOMER     PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-CONTACT     PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-PET-NAME    PIC X(15).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-PET-KIND    PIC X(15).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-SERVICE     PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-PRICE       PIC ZZ9.99.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-NOTE        PIC X(30).

       01  WS-NOSHOW-HEADING-1.
           05  FILLER             PIC X(42) VALUE
               "PETSTORE - APPOINTMENT NO-SHOWS FOR MONTH ".
           05  WS-NH-MONTH        PIC 9(6).
           05  FILLER             PIC X(7) VALUE "  RUN ".
           05  WS-NH-DATE         PIC 9(8).

       01  WS-NOSHOW-SECTION-LINE.
           05  WS-NSL-TITLE       PIC X(40).

       01  WS-NOSHOW-HEADING-2.
           05  FILLER             PIC X(38) VALUE
               "DATE     TIME GROOMER  APPT   CUST NO ".
           05  FILLER             PIC X(37) VALUE
               "NAME                 PET             ".
           05  FILLER             PIC X(27) VALUE
               "SERVICE               PRICE".

       01  WS-NOSHOW-DETAIL-LINE.
           05  WS-NDL-DATE        PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-NDL-SLOT        PIC 9(4).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-NDL-GROOMER     PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-NDL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-NDL-CUSTOMER    PIC 9(7).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-NDL-CONTACT     PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-NDL-PET-NAME    PIC X(15).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-NDL-SERVICE     PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-NDL-PRICE       PIC ZZ9.99.

       01  WS-APPT-COUNT-LINE.
           05  WS-ACL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ACL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       01  WS-APPT-TOTAL-LINE.
           05  WS-ATL-LABEL       PIC X(30).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ATL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       PROCEDURE DIVISION.

       0001-RUN-APPOINTMENT-REPORTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O APPOINTMENTFILE
           IF NOT WS-APPT-STATUS-OK
               DISPLAY "APPTRPT - NO APPOINTMENT FILE, NOTHING TO "
                   "REPORT"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0002-MARK-MISSED-BOOKINGS
           PERFORM 0004-PRINT-DAY-SHEET
           PERFORM 0007-PRINT-NO-SHOW-REPORT
           CLOSE APPOINTMENTFILE
           PERFORM 0011-WRITE-RUN-STATS
           DISPLAY "APPTRPT - MARKED NO-SHOW: ", WS-MARKED-COUNT,
               " BOOKED FOR ", WS-STEP-DATE-NUM, ": ", WS-SHEET-COUNT,
               " NOT RUNG UP: ", WS-UNRUNG-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * A BOOKING STILL OPEN AFTER ITS DAY IS OVER WAS NEVER
      * COMPLETED BY THE GROOMER, SO THE CUSTOMER DID NOT COME.
       0002-MARK-MISSED-BOOKINGS.
           READ APPOINTMENTFILE NEXT RECORD
               AT END SET APPOINTMENT-EOF TO TRUE
           END-READ
           PERFORM 0003-CHECK-ONE-BOOKING UNTIL APPOINTMENT-EOF.
       0002-END.

       0003-CHECK-ONE-BOOKING.
           IF AP-DATE IS LESS THAN WS-RUN-DATE-NUM AND
               AP-STATUS-BOOKED
               SET AP-STATUS-NO-SHOW TO TRUE
               MOVE WS-RUN-DATE-NUM TO AP-STATUS-DATE
               MOVE "APPTRPT" TO AP-STATUS-BY
               REWRITE APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY "APPTRPT - APPOINTMENT ", AP-NUMBER,
                           " COULD NOT BE MARKED"
                   NOT INVALID KEY
                       ADD 1 TO WS-MARKED-COUNT
               END-REWRITE
           END-IF
           READ APPOINTMENTFILE NEXT RECORD
               AT END SET APPOINTMENT-EOF TO TRUE
           END-READ.
       0003-END.

      * THE STREAM RUNS AFTER CLOSE, SO THE SHEET IS FOR THE NEXT
      * CALENDAR DAY.
       0004-PRINT-DAY-SHEET.
           MOVE WS-RUN-DATE-NUM TO WS-STEP-DATE-NUM
           PERFORM 0012-FORWARD-ONE-DAY
           OPEN OUTPUT SHEETREPORTFILE
           MOVE WS-STEP-DATE-NUM TO WS-SH-DATE
           MOVE WS-SHEET-HEADING-1 TO SHEET-REPORT-LINE
           WRITE SHEET-REPORT-LINE
           MOVE SPACES TO SHEET-REPORT-LINE
           WRITE SHEET-REPORT-LINE
           MOVE WS-SHEET-HEADING-2 TO SHEET-REPORT-LINE
           WRITE SHEET-REPORT-LINE
           MOVE "Y" TO WS-SCAN-SW
           MOVE WS-STEP-DATE-NUM TO AP-DATE
           MOVE ZEROES TO AP-SLOT
           MOVE SPACES TO AP-GROOMER
           START APPOINTMENTFILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE "N" TO WS-SCAN-SW
           END-START
           IF WS-SCANNING
               PERFORM 0005-READ-NEXT-OF-DAY
           END-IF
           PERFORM 0006-PRINT-ONE-BOOKING UNTIL NOT WS-SCANNING
           MOVE SPACES TO SHEET-REPORT-LINE
           WRITE SHEET-REPORT-LINE
           MOVE "APPOINTMENTS BOOKED:" TO WS-ACL-LABEL
           MOVE WS-SHEET-COUNT TO WS-ACL-COUNT
           MOVE WS-APPT-COUNT-LINE TO SHEET-REPORT-LINE
           WRITE SHEET-REPORT-LINE
           MOVE "VALUE OF SERVICES BOOKED:" TO WS-ATL-LABEL
           MOVE WS-SHEET-VALUE TO WS-ATL-AMOUNT
           MOVE WS-APPT-TOTAL-LINE TO SHEET-REPORT-LINE
           WRITE SHEET-REPORT-LINE
           CLOSE SHEETREPORTFILE.
       0004-END.

       0005-READ-NEXT-OF-DAY.
           READ APPOINTMENTFILE NEXT RECORD
               AT END
                   MOVE "N" TO WS-SCAN-SW
           END-READ
           IF WS-SCANNING AND AP-DATE IS NOT EQUAL TO WS-STEP-DATE-NUM
               MOVE "N" TO WS-SCAN-SW
           END-IF.
       0005-END.

       0006-PRINT-ONE-BOOKING.
           IF AP-STATUS-BOOKED
               ADD 1 TO WS-SHEET-COUNT
               ADD AP-PRICE TO WS-SHEET-VALUE
               MOVE AP-SLOT TO WS-ADL-SLOT
               MOVE AP-GROOMER TO WS-ADL-GROOMER
               MOVE AP-NUMBER TO WS-ADL-NUMBER
               MOVE AP-CONTACT-NAME TO WS-ADL-CONTACT
               MOVE AP-PET-NAME TO WS-ADL-PET-NAME
               MOVE AP-PET-KIND TO WS-ADL-PET-KIND
               MOVE AP-SERVICE TO WS-ADL-SERVICE
               MOVE AP-PRICE TO WS-ADL-PRICE
               MOVE AP-NOTE TO WS-ADL-NOTE
               MOVE WS-APPT-DETAIL-LINE TO SHEET-REPORT-LINE
               WRITE SHEET-REPORT-LINE
           END-IF
           PERFORM 0005-READ-NEXT-OF-DAY.
       0006-END.

       0007-PRINT-NO-SHOW-REPORT.
           OPEN OUTPUT NOSHOWREPORTFILE
           MOVE WS-RUN-YEARMONTH TO WS-NH-MONTH
           MOVE WS-RUN-DATE-NUM TO WS-NH-DATE
           MOVE WS-NOSHOW-HEADING-1 TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           MOVE "NO-SHOWS THIS MONTH" TO WS-NSL-TITLE
           PERFORM 0008-START-NO-SHOW-SECTION
           MOVE WS-RUN-YEARMONTH TO WS-APPT-YEARMONTH
           MOVE 1 TO WS-APPT-DAY
           MOVE WS-APPT-DATE-NUM TO AP-DATE
           MOVE ZEROES TO AP-SLOT
           MOVE SPACES TO AP-GROOMER
           MOVE "Y" TO WS-SCAN-SW
           START APPOINTMENTFILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE "N" TO WS-SCAN-SW
           END-START
           IF WS-SCANNING
               PERFORM 0010-READ-NEXT-TO-DATE
           END-IF
           PERFORM 0009-CHECK-ONE-NO-SHOW UNTIL NOT WS-SCANNING
           MOVE SPACES TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           MOVE "NO-SHOWS:" TO WS-ACL-LABEL
           MOVE WS-NO-SHOW-COUNT TO WS-ACL-COUNT
           MOVE WS-APPT-COUNT-LINE TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           MOVE "VALUE OF SERVICES LOST:" TO WS-ATL-LABEL
           MOVE WS-NO-SHOW-VALUE TO WS-ATL-AMOUNT
           MOVE WS-APPT-TOTAL-LINE TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           MOVE "COMPLETED, NOT YET RUNG UP" TO WS-NSL-TITLE
           PERFORM 0008-START-NO-SHOW-SECTION
           MOVE ZEROES TO AP-DATE
           MOVE ZEROES TO AP-SLOT
           MOVE SPACES TO AP-GROOMER
           MOVE "Y" TO WS-SCAN-SW
           START APPOINTMENTFILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE "N" TO WS-SCAN-SW
           END-START
           IF WS-SCANNING
               PERFORM 0010-READ-NEXT-TO-DATE
           END-IF
           PERFORM 0013-CHECK-ONE-UNRUNG UNTIL NOT WS-SCANNING
           MOVE SPACES TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           MOVE "COMPLETED, NOT RUNG UP:" TO WS-ACL-LABEL
           MOVE WS-UNRUNG-COUNT TO WS-ACL-COUNT
           MOVE WS-APPT-COUNT-LINE TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           MOVE "VALUE NOT RUNG UP:" TO WS-ATL-LABEL
           MOVE WS-UNRUNG-VALUE TO WS-ATL-AMOUNT
           MOVE WS-APPT-TOTAL-LINE TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           CLOSE NOSHOWREPORTFILE.
       0007-END.

       0008-START-NO-SHOW-SECTION.
           MOVE SPACES TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           MOVE WS-NOSHOW-SECTION-LINE TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE
           MOVE WS-NOSHOW-HEADING-2 TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE.
       0008-END.

       0009-CHECK-ONE-NO-SHOW.
           IF AP-STATUS-NO-SHOW
               ADD 1 TO WS-NO-SHOW-COUNT
               ADD AP-PRICE TO WS-NO-SHOW-VALUE
               PERFORM 0014-WRITE-NO-SHOW-LINE
           END-IF
           PERFORM 0010-READ-NEXT-TO-DATE.
       0009-END.

      * BOTH NO-SHOW REPORT SECTIONS STOP AT THE RUN DATE; LATER
      * BOOKINGS CANNOT YET BE MISSED OR LEFT UNPAID.
       0010-READ-NEXT-TO-DATE.
           READ APPOINTMENTFILE NEXT RECORD
               AT END
                   MOVE "N" TO WS-SCAN-SW
           END-READ
           IF WS-SCANNING AND AP-DATE IS GREATER THAN WS-RUN-DATE-NUM
               MOVE "N" TO WS-SCAN-SW
           END-IF.
       0010-END.

       0011-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "APPTRPT" TO RS-PROGRAM
               MOVE "APPT NO-SHOWS" TO RS-STAT-NAME
               MOVE WS-NO-SHOW-COUNT TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "APPTRPT" TO RS-PROGRAM
               MOVE "APPT NO-SHOW VALUE" TO RS-STAT-NAME
               MOVE WS-NO-SHOW-VALUE TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "APPTRPT" TO RS-PROGRAM
               MOVE "APPTS NOT RUNG UP" TO RS-STAT-NAME
               MOVE WS-UNRUNG-VALUE TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0011-END.

       0012-FORWARD-ONE-DAY.
           PERFORM 0015-CHECK-LEAP-YEAR
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
           END-IF.
       0012-END.

       0013-CHECK-ONE-UNRUNG.
           IF AP-STATUS-COMPLETED
               ADD 1 TO WS-UNRUNG-COUNT
               ADD AP-PRICE TO WS-UNRUNG-VALUE
               PERFORM 0014-WRITE-NO-SHOW-LINE
           END-IF
           PERFORM 0010-READ-NEXT-TO-DATE.
       0013-END.

       0014-WRITE-NO-SHOW-LINE.
           MOVE AP-DATE TO WS-NDL-DATE
           MOVE AP-SLOT TO WS-NDL-SLOT
           MOVE AP-GROOMER TO WS-NDL-GROOMER
           MOVE AP-NUMBER TO WS-NDL-NUMBER
           MOVE AP-CUSTOMER TO WS-NDL-CUSTOMER
           MOVE AP-CONTACT-NAME TO WS-NDL-CONTACT
           MOVE AP-PET-NAME TO WS-NDL-PET-NAME
           MOVE AP-SERVICE TO WS-NDL-SERVICE
           MOVE AP-PRICE TO WS-NDL-PRICE
           MOVE WS-NOSHOW-DETAIL-LINE TO NOSHOW-REPORT-LINE
           WRITE NOSHOW-REPORT-LINE.
       0014-END.

       0015-CHECK-LEAP-YEAR.
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
       0015-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM APPTRPT.
