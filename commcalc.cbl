       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMCALC.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * CASHIER SALES COMMISSION CALCULATION         *
      * SWEEPS THE DAILY SALES LOGS AND THE LIVE LOG *
      * FROM THE DAY AFTER THE LAST COMMISSION RUN   *
      * THROUGH THE PERIOD END KEYED, TOTALS EACH    *
      * CASHIER'S NET SALES (SALE LESS SALES TAX),   *
      * AND CHARGES EVERY RETURN BACK TO THE CASHIER *
      * WHO MADE THE ORIGINAL SALE (OR, WHEN THAT    *
      * SALE IS NOT IN THE PERIOD, TO THE CASHIER    *
      * WHO TOOK THE RETURN). CASHIER IDS ARE LINKED *
      * TO EMPLOYEES BY CASHIERMAP.DAT AND PAID AT   *
      * THE CASHIER'S OWN RATE ON COMMRATE.DAT, ELSE *
      * THEIR DEPARTMENT'S RATE, ELSE THE STORE      *
      * DEFAULT. PRINTS A COMMISSION STATEMENT PER   *
      * PERSON AND ADDS THE AMOUNTS, IN EMPLOYEE     *
      * ORDER WITH A CONTROL TRAILER, TO             *
      * COMM_PAY.DAT FOR THE NEXT SALARY RUN TO PAY  *
      * AS EXTRA EARNINGS.                           *
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

           SELECT SALESHISTFILE ASSIGN "saleshist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CASHIERMAPFILE ASSIGN TO "cashiermap.dat"
            FILE STATUS IS WS-MAP-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMRATEFILE ASSIGN TO "commrate.dat"
            FILE STATUS IS WS-RATE-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTASSIGNFILE ASSIGN TO "deptassign.dat"
            FILE STATUS IS WS-ASSIGN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMCTLFILE ASSIGN TO "commctl.dat"
            FILE STATUS IS WS-COMMCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMFILE ASSIGN TO "comm_pay.dat"
            FILE STATUS IS WS-COMM-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMWORKFILE ASSIGN TO "comm_calc_work.dat"
            FILE STATUS IS WS-COMMWORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMSORTFILE ASSIGN TO "comm_sortwork.dat".

           SELECT EMPLOYEEFILE ASSIGN TO "employees.dat"
            FILE STATUS IS WS-MASTER-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMPLOYEEID
            ALTERNATE RECORD KEY IS LASTNAME
                WITH DUPLICATES.

           SELECT STATEMENTFILE ASSIGN "commission_statement.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  COMM-SALE-VIEW REDEFINES SALESLOG-RECORD.
           05  CSV-REC-TYPE            PIC X.
               88  CSV-REC-IS-SALE         VALUE 'S'.
               88  CSV-REC-IS-RETURN       VALUE 'R'.
           05  FILLER                  PIC X(1).
           05  CSV-DATE                PIC 9(8).
           05  FILLER                  PIC X(16).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==CSV-TOTAL==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(37).
           05  CSV-RECEIPT-NUMBER      PIC 9(6).
           05  FILLER                  PIC X(1).
           05  CSV-CASHIER-ID          PIC X(8).
           05  FILLER                  PIC X(18).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==CSV-TAX-AMOUNT==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(6).

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  SALESHISTFILE.
       01  SALESHISTDETAILS.
           88  SALESHIST-EOF         VALUE HIGH-VALUES.
           05  SH-REC-TYPE           PIC X.
               88  SH-REC-IS-TENDER      VALUE 'T'.
           05  SH-DATE               PIC 9(8).
           05  SH-ITEM-CODE          PIC X(6).
           05  SH-DESCRIPTION        PIC X(10).
           05  SH-CASHIER-ID         PIC X(8).
           05  SH-TENDER-TYPE        PIC X.
           05  SH-UNITS              PIC 9(7).
           05  SH-COUNT              PIC 9(5).
           05  SH-AMOUNT             PIC 9(9)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==SH-STORE-CODE==.

      * LINKS A REGISTER SIGN-ON ID TO THE EMPLOYEE PAID FOR ITS
      * SALES. ONE EMPLOYEE MAY WORK UNDER MORE THAN ONE ID.
       FD  CASHIERMAPFILE.
       01  CASHIERMAPDETAILS.
           88 MAP-ENDOFFILE        VALUE HIGH-VALUES.
           02 CM-CASHIER-ID        PIC X(8).
           02 CM-EMPLOYEEID        PIC 9(7).

      * TYPE "C" KEYS A CASHIER ID, TYPE "D" A DEPARTMENT CODE; A
      * TYPE "D" ROW WITH A BLANK KEY IS THE STORE DEFAULT.
       FD  COMMRATEFILE.
       01  COMMRATEDETAILS.
           88 RATE-ENDOFFILE       VALUE HIGH-VALUES.
           02 CR-RATE-TYPE         PIC X(1).
              88 CR-RATE-BY-CASHIER   VALUE "C".
              88 CR-RATE-BY-DEPT      VALUE "D".
           02 CR-RATE-KEY          PIC X(8).
           02 CR-RATE-PERCENT      PIC 9(2)V99.

       FD  DEPTASSIGNFILE.
       01  ASSIGNDETAILS.
           88 ASSIGN-ENDOFFILE     VALUE HIGH-VALUES.
           02 ASSIGN-EMPLOYEEID    PIC 9(7).
           02 ASSIGN-DEPT-CODE     PIC X(4).

       FD  COMMCTLFILE.
       01  COMMCTLDETAILS.
           02 CC-LAST-THROUGH-DATE PIC 9(8).
           02 CC-LAST-RUN-DATE     PIC 9(8).

       FD  COMMFILE.
       01  COMMDETAILS.
           88 COMM-ENDOFFILE       VALUE HIGH-VALUES.
           02 CP-EMPLOYEEID        PIC 9(7).
           02 CP-AMOUNT            PIC 9(7)V99.
       01  COMM-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==CP==.

       FD  COMMWORKFILE.
       01  COMM-WORK-RECORD        PIC X(16).

       SD  COMMSORTFILE.
       01  COMM-SORT-RECORD.
           02 CS-EMPLOYEEID        PIC 9(7).
           02 CS-AMOUNT            PIC 9(7)V99.

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

       FD  STATEMENTFILE.
       01  STATEMENT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SALESLOG-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DAILY-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-HIST-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MAP-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RATE-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ASSIGN-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-COMMCTL-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-COMM-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-COMMWORK-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MASTER-FILE-STATUS==.
           05 WS-MASTER-AVAIL-SWITCH PIC X(1) VALUE "N".
              88 WS-MASTER-AVAILABLE VALUE "Y".
           05 WS-COMM-TRAILER-SW    PIC X(1) VALUE "N".
              88 WS-COMM-TRAILER-FOUND VALUE "Y".
           05 WS-SORT-EOF-SWITCH    PIC X(1) VALUE "N".
              88 WS-SORT-EOF        VALUE "Y".
           05 WS-SEL-FROM-DATE      PIC 9(8) VALUE ZEROES.
           05 WS-SEL-TO-DATE        PIC 9(8) VALUE ZEROES.
           05 WS-LAST-THROUGH-DATE  PIC 9(8) VALUE ZEROES.
           05 WS-TODAY-DATE         PIC 9(8) VALUE ZEROES.
           05 WS-LINE-TOTAL         PIC 9(5)V99 VALUE ZEROES.
           05 WS-LINE-TAX           PIC 9(5)V99 VALUE ZEROES.
           05 WS-LINE-NET           PIC S9(5)V99 VALUE ZEROES.
           05 WS-LOOKUP-CASHIER-ID  PIC X(8) VALUE SPACES.
           05 WS-LOOKUP-EMPLOYEEID  PIC 9(7) VALUE ZEROES.
           05 WS-LOOKUP-RECEIPT     PIC 9(6) VALUE ZEROES.
           05 WS-CSH-COUNT          PIC 9(3) VALUE ZEROES.
           05 WS-CSH-IDX            PIC 9(3) VALUE ZEROES.
           05 WS-CURR-CSH-IDX       PIC 9(3) VALUE ZEROES.
           05 WS-EMP-COUNT          PIC 9(3) VALUE ZEROES.
           05 WS-EMP-IDX            PIC 9(3) VALUE ZEROES.
           05 WS-CURR-EMP-IDX       PIC 9(3) VALUE ZEROES.
           05 WS-RATE-COUNT         PIC 9(3) VALUE ZEROES.
           05 WS-RATE-IDX           PIC 9(3) VALUE ZEROES.
           05 WS-CURR-RATE-IDX      PIC 9(3) VALUE ZEROES.
           05 WS-LOOKUP-RATE-TYPE   PIC X(1) VALUE SPACE.
           05 WS-LOOKUP-RATE-KEY    PIC X(8) VALUE SPACES.
           05 WS-RCP-COUNT          PIC 9(5) VALUE ZEROES.
           05 WS-RCP-IDX            PIC 9(5) VALUE ZEROES.
           05 WS-CURR-RCP-IDX       PIC 9(5) VALUE ZEROES.
           05 WS-RTN-COUNT          PIC 9(4) VALUE ZEROES.
           05 WS-RTN-IDX            PIC 9(4) VALUE ZEROES.
           05 WS-ROLLED-DAY-COUNT   PIC 9(5) VALUE ZEROES.
           05 WS-COMM-READ-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-COMM-READ-HASH     PIC 9(13)V99 VALUE ZEROES.
           05 WS-COMM-OUT-COUNT     PIC 9(7) VALUE ZEROES.
           05 WS-COMM-OUT-HASH      PIC 9(13)V99 VALUE ZEROES.
           05 WS-PAID-COUNT         PIC 9(5) VALUE ZEROES.
           05 WS-TOTAL-COMMISSION   PIC 9(9)V99 VALUE ZEROES.
           05 WS-TOTAL-NET-SALES    PIC S9(9)V99 VALUE ZEROES.
           05 WS-UNMAPPED-SALES     PIC S9(9)V99 VALUE ZEROES.

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

       01  WS-CALENDAR-WORK.
           05  WS-MONTH-END-DAY     PIC 9(2).
           05  WS-LEAP-YEAR-SWITCH  PIC X(1) VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-YEAR-REMAINDER    PIC 9(3).
           05  WS-YEAR-QUOTIENT     PIC 9(5).

      * EVERY CASHIER ID SEEN IN THE PERIOD OR ON THE MAP.
       01  WS-CASHIER-TABLE.
           05 WS-CSH-ENTRY OCCURS 200 TIMES.
              10 WS-CSH-CASHIER-ID    PIC X(8).
              10 WS-CSH-EMP-IDX       PIC 9(3).
              10 WS-CSH-SALES         PIC S9(9)V99.
              10 WS-CSH-RETURNS       PIC S9(9)V99.
              10 WS-CSH-NET           PIC S9(9)V99.
              10 WS-CSH-RATE          PIC 9(2)V99.
              10 WS-CSH-RATE-SOURCE   PIC X(10).
              10 WS-CSH-COMMISSION    PIC 9(7)V99.

       01  WS-EMPLOYEE-TABLE.
           05 WS-EMP-ENTRY OCCURS 200 TIMES.
              10 WS-EMP-EMPLOYEEID    PIC 9(7).
              10 WS-EMP-DEPT-CODE     PIC X(4).
              10 WS-EMP-NET           PIC S9(9)V99.
              10 WS-EMP-COMMISSION    PIC 9(7)V99.

       01  WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES.
              10 WS-RTE-TYPE          PIC X(1).
              10 WS-RTE-KEY           PIC X(8).
              10 WS-RTE-PERCENT       PIC 9(2)V99.

      * WHO RANG UP EACH RECEIPT IN THE PERIOD, SO A RETURN CAN BE
      * CHARGED BACK TO THE ORIGINAL SELLER.
       01  WS-RECEIPT-TABLE.
           05 WS-RCP-ENTRY OCCURS 9000 TIMES.
              10 WS-RCP-NUMBER        PIC 9(6).
              10 WS-RCP-CSH-IDX       PIC 9(3).

       01  WS-RETURN-TABLE.
           05 WS-RTN-ENTRY OCCURS 1000 TIMES.
              10 WS-RTN-RECEIPT       PIC 9(6).
              10 WS-RTN-CSH-IDX       PIC 9(3).
              10 WS-RTN-NET           PIC 9(5)V99.

       01  WS-STMT-HEADING-1.
           05 FILLER            PIC X(42) VALUE
              "ACME CORPORATION - COMMISSION STATEMENT".
           05 FILLER            PIC X(8)  VALUE "PERIOD ".
           05 WS-SH1-FROM       PIC 9(8).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 WS-SH1-TO         PIC 9(8).

       01  WS-STMT-PERSON-LINE.
           05 FILLER            PIC X(10) VALUE "EMPLOYEE: ".
           05 WS-SPL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SPL-LASTNAME   PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SPL-FIRSTNAME  PIC X(10).
           05 FILLER            PIC X(8)  VALUE "  DEPT: ".
           05 WS-SPL-DEPT-CODE  PIC X(4).

       01  WS-STMT-COLUMN-HEADINGS.
           05 FILLER            PIC X(12) VALUE "  CASHIER".
           05 FILLER            PIC X(16) VALUE "       NET SALES".
           05 FILLER            PIC X(16) VALUE "         RETURNS".
           05 FILLER            PIC X(16) VALUE "  COMMISSIONABLE".
           05 FILLER            PIC X(8)  VALUE "   RATE".
           05 FILLER            PIC X(12) VALUE "  RATE FROM".
           05 FILLER            PIC X(14) VALUE "    COMMISSION".

       01  WS-STMT-DETAIL-LINE.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SDL-CASHIER-ID PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SDL-SALES      PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SDL-RETURNS    PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-SDL-NET        PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SDL-RATE       PIC Z9.99.
           05 FILLER            PIC X(1)  VALUE "%".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-SDL-RATE-SOURCE PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SDL-COMMISSION==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-STMT-PERSON-TOTAL-LINE.
           05 FILLER            PIC X(48) VALUE
              "  COMMISSION TO BE PAID ON THE NEXT SALARY RUN".
           05 FILLER            PIC X(32) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SPT-COMMISSION==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-SECTION-HEADING-LINE.
           05 WS-SHL-TEXT       PIC X(70).

       01  WS-STMT-SUMMARY-LINE.
           05 WS-SSL-LABEL      PIC X(40).
           05 WS-SSL-AMOUNT     PIC $$$,$$$,$$9.99-.

       01  WS-STMT-COUNT-LINE.
           05 WS-SCL-LABEL      PIC X(40).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-SCL-COUNT==
               ==:WIDTH:== BY ==Z,ZZZ,ZZ9==.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-COMMISSION-CALC.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "COMMCALC - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0002-SET-COMMISSION-PERIOD
           IF WS-SEL-FROM-DATE IS GREATER THAN WS-SEL-TO-DATE
               DISPLAY "COMMCALC - PERIOD ENDING ", WS-SEL-TO-DATE,
                   " ALREADY PAID THROUGH ", WS-LAST-THROUGH-DATE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0004-PROVE-COMMISSION-FILE
           PERFORM 0006-LOAD-CASHIER-MAP
           IF WS-CSH-COUNT IS EQUAL TO ZEROES
               DISPLAY "COMMCALC - NO CASHIER MAP, NOBODY CAN BE "
                   "PAID COMMISSION"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0008-LOAD-DEPARTMENTS
           PERFORM 0010-LOAD-RATES
           PERFORM 0012-CHECK-ROLLED-UP-DAYS
           PERFORM 0014-SWEEP-DAILY-FILES
           OPEN INPUT SALESLOG
           IF WS-SALESLOG-STATUS-OK
               READ SALESLOG
                   AT END SET SALESLOG-EOF TO TRUE
               END-READ
               PERFORM 0016-SCAN-LIVE-RECORD UNTIL SALESLOG-EOF
               CLOSE SALESLOG
           END-IF
           PERFORM 0021-CHARGE-BACK-ONE-RETURN
               VARYING WS-RTN-IDX FROM 1 BY 1
               UNTIL WS-RTN-IDX IS GREATER THAN WS-RTN-COUNT
           PERFORM 0022-PRICE-ONE-CASHIER
               VARYING WS-CSH-IDX FROM 1 BY 1
               UNTIL WS-CSH-IDX IS GREATER THAN WS-CSH-COUNT
           OPEN OUTPUT STATEMENTFILE
           MOVE WS-SEL-FROM-DATE TO WS-SH1-FROM
           MOVE WS-SEL-TO-DATE TO WS-SH1-TO
           MOVE WS-STMT-HEADING-1 TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-ROLLED-DAY-COUNT IS GREATER THAN ZEROES
               MOVE "WARNING - SOME DAYS IN THIS PERIOD WERE ALREADY "
                   TO WS-SHL-TEXT
               MOVE WS-SECTION-HEADING-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "ROLLED UP BY SALESHIST; THEIR SALES ARE NOT "
                   TO WS-SHL-TEXT
               MOVE WS-SECTION-HEADING-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               MOVE "INCLUDED" TO WS-SHL-TEXT
               MOVE WS-SECTION-HEADING-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           OPEN INPUT EMPLOYEEFILE
           IF WS-MASTER-FILE-STATUS-OK
               SET WS-MASTER-AVAILABLE TO TRUE
           END-IF
           PERFORM 0024-PRINT-ONE-STATEMENT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX IS GREATER THAN WS-EMP-COUNT
           IF WS-MASTER-AVAILABLE
               CLOSE EMPLOYEEFILE
           END-IF
           PERFORM 0027-LIST-UNMAPPED-CASHIERS
           PERFORM 0029-WRITE-COMMISSION-FILE
           PERFORM 0034-PRINT-SUMMARY
           CLOSE STATEMENTFILE
           OPEN OUTPUT COMMCTLFILE
           MOVE WS-SEL-TO-DATE TO CC-LAST-THROUGH-DATE
           MOVE WS-TODAY-DATE TO CC-LAST-RUN-DATE
           WRITE COMMCTLDETAILS
           CLOSE COMMCTLFILE
           DISPLAY "COMMCALC - EMPLOYEES PAID COMMISSION: ",
               WS-PAID-COUNT, " TOTAL: ", WS-TOTAL-COMMISSION
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * THE PERIOD ALWAYS STARTS THE DAY AFTER THE LAST ONE PAID,
      * SO NO DAY'S SALES ARE PAID TWICE OR SKIPPED. ONLY THE
      * VERY FIRST RUN ASKS FOR A START DATE.
       0002-SET-COMMISSION-PERIOD.
           OPEN INPUT COMMCTLFILE
           IF WS-COMMCTL-FILE-STATUS-OK
               READ COMMCTLFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CC-LAST-THROUGH-DATE
                           TO WS-LAST-THROUGH-DATE
               END-READ
               CLOSE COMMCTLFILE
           END-IF
           IF WS-LAST-THROUGH-DATE IS GREATER THAN ZEROES
               MOVE WS-LAST-THROUGH-DATE TO WS-SWEEP-DATE-NUM
               PERFORM 0018-ADVANCE-SWEEP-DATE
               MOVE WS-SWEEP-DATE-NUM TO WS-SEL-FROM-DATE
           ELSE
               DISPLAY "First commission period - from date "
                   "YYYYMMDD:"
               ACCEPT WS-SEL-FROM-DATE
               IF WS-SEL-FROM-DATE IS NOT NUMERIC OR
                   WS-SEL-FROM-DATE IS EQUAL TO ZEROES
                   MOVE WS-TODAY-DATE TO WS-SEL-FROM-DATE
               END-IF
           END-IF
           DISPLAY "Commission period from ", WS-SEL-FROM-DATE,
               " - through date YYYYMMDD (0 for today):"
           ACCEPT WS-SEL-TO-DATE
           IF WS-SEL-TO-DATE IS NOT NUMERIC OR
               WS-SEL-TO-DATE IS EQUAL TO ZEROES OR
               WS-SEL-TO-DATE IS GREATER THAN WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-SEL-TO-DATE
           END-IF.
       0002-END.

      * AMOUNTS ALREADY WAITING FOR A SALARY RUN ARE CARRIED INTO
      * THE NEW FILE, SO THE OLD ONE IS PROVED FIRST.
       0004-PROVE-COMMISSION-FILE.
           OPEN INPUT COMMFILE
           IF WS-COMM-FILE-STATUS-OK
               READ COMMFILE
                   AT END SET COMM-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0005-COUNT-ONE-COMMISSION UNTIL COMM-ENDOFFILE
               CLOSE COMMFILE
               IF NOT WS-COMM-TRAILER-FOUND AND
                   WS-COMM-READ-COUNT IS GREATER THAN ZEROES
                   DISPLAY "COMMCALC ABEND - COMMISSION PAY FILE HAS "
                       "NO TRAILER - FILE SUSPECT"
                   MOVE 12 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
               END-IF
           END-IF.
       0004-END.

       0005-COUNT-ONE-COMMISSION.
           IF CP-TRL-PRESENT
               SET WS-COMM-TRAILER-FOUND TO TRUE
               IF CP-TRL-RECORD-COUNT IS NOT EQUAL TO
                   WS-COMM-READ-COUNT OR
                   CP-TRL-AMOUNT-HASH IS NOT EQUAL TO
                       WS-COMM-READ-HASH
                   DISPLAY "COMMCALC ABEND - COMMISSION PAY FILE "
                       "FAILS ITS CONTROL TOTALS"
                   DISPLAY "TRAILER COUNT: ", CP-TRL-RECORD-COUNT,
                       " READ: ", WS-COMM-READ-COUNT
                   CLOSE COMMFILE
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
       0005-END.

       0006-LOAD-CASHIER-MAP.
           OPEN INPUT CASHIERMAPFILE
           IF WS-MAP-FILE-STATUS-OK
               READ CASHIERMAPFILE
                   AT END SET MAP-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0007-STORE-ONE-MAPPING UNTIL MAP-ENDOFFILE
               CLOSE CASHIERMAPFILE
           END-IF.
       0006-END.

       0007-STORE-ONE-MAPPING.
           MOVE CM-CASHIER-ID TO WS-LOOKUP-CASHIER-ID
           PERFORM 0019-FIND-CASHIER
           IF WS-CURR-CSH-IDX IS GREATER THAN ZEROES
               MOVE CM-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0020-FIND-EMPLOYEE
               MOVE WS-CURR-EMP-IDX TO WS-CSH-EMP-IDX(WS-CURR-CSH-IDX)
           END-IF
           READ CASHIERMAPFILE
               AT END SET MAP-ENDOFFILE TO TRUE
           END-READ.
       0007-END.

       0008-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTASSIGNFILE
           IF WS-ASSIGN-FILE-STATUS-OK
               READ DEPTASSIGNFILE
                   AT END SET ASSIGN-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0009-TAKE-ONE-DEPARTMENT
                   UNTIL ASSIGN-ENDOFFILE
               CLOSE DEPTASSIGNFILE
           END-IF.
       0008-END.

       0009-TAKE-ONE-DEPARTMENT.
           MOVE ZEROES TO WS-CURR-EMP-IDX
           PERFORM 0036-MATCH-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX IS GREATER THAN WS-EMP-COUNT
                   OR WS-CURR-EMP-IDX IS GREATER THAN ZEROES
           IF WS-CURR-EMP-IDX IS GREATER THAN ZEROES
               MOVE ASSIGN-DEPT-CODE
                   TO WS-EMP-DEPT-CODE(WS-CURR-EMP-IDX)
           END-IF
           READ DEPTASSIGNFILE
               AT END SET ASSIGN-ENDOFFILE TO TRUE
           END-READ.
       0009-END.

       0010-LOAD-RATES.
           OPEN INPUT COMMRATEFILE
           IF WS-RATE-FILE-STATUS-OK
               READ COMMRATEFILE
                   AT END SET RATE-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0011-STORE-ONE-RATE UNTIL RATE-ENDOFFILE
               CLOSE COMMRATEFILE
           ELSE
               DISPLAY "COMMCALC - NO COMMISSION RATE FILE, NO "
                   "COMMISSION EARNED"
           END-IF.
       0010-END.

       0011-STORE-ONE-RATE.
           IF WS-RATE-COUNT IS EQUAL TO 100
               DISPLAY "WARNING - COMMISSION RATE TABLE FULL (100 "
                   "MAX), RATE " CR-RATE-TYPE " " CR-RATE-KEY
                   " SKIPPED"
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE CR-RATE-TYPE TO WS-RTE-TYPE(WS-RATE-COUNT)
               MOVE CR-RATE-KEY TO WS-RTE-KEY(WS-RATE-COUNT)
               MOVE CR-RATE-PERCENT TO WS-RTE-PERCENT(WS-RATE-COUNT)
           END-IF
           READ COMMRATEFILE
               AT END SET RATE-ENDOFFILE TO TRUE
           END-READ.
       0011-END.

      * ONCE SALESHIST HAS ROLLED A MONTH UP, ITS DAILIES ARE GONE
      * AND THE TENDER ROLLUP CANNOT TELL A SALE FROM A RETURN, SO
      * THOSE DAYS CANNOT BE COMMISSIONED; THEY ARE FLAGGED.
       0012-CHECK-ROLLED-UP-DAYS.
           OPEN INPUT SALESHISTFILE
           IF WS-HIST-FILE-STATUS-OK
               READ SALESHISTFILE
                   AT END SET SALESHIST-EOF TO TRUE
               END-READ
               PERFORM 0013-CHECK-ONE-HISTORY UNTIL SALESHIST-EOF
               CLOSE SALESHISTFILE
           END-IF.
       0012-END.

       0013-CHECK-ONE-HISTORY.
           IF SH-REC-IS-TENDER AND
               SH-DATE IS NOT LESS THAN WS-SEL-FROM-DATE AND
               SH-DATE IS NOT GREATER THAN WS-SEL-TO-DATE
               ADD 1 TO WS-ROLLED-DAY-COUNT
           END-IF
           READ SALESHISTFILE
               AT END SET SALESHIST-EOF TO TRUE
           END-READ.
       0013-END.

       0014-SWEEP-DAILY-FILES.
           MOVE WS-SEL-FROM-DATE TO WS-SWEEP-DATE-NUM
           PERFORM 0015-SCAN-ONE-DAILY-FILE
               UNTIL WS-SWEEP-DATE-NUM IS GREATER THAN
                   WS-SEL-TO-DATE.
       0014-END.

       0015-SCAN-ONE-DAILY-FILE.
           MOVE WS-SWEEP-DATE-NUM TO WS-DAILY-FILENAME-DATE
           OPEN INPUT DAILYLOGFILE
           IF WS-DAILY-FILE-STATUS-OK
               READ DAILYLOGFILE
                   AT END SET DAILY-LOG-EOF TO TRUE
               END-READ
               PERFORM 0017-SCAN-DAILY-RECORD UNTIL DAILY-LOG-EOF
               CLOSE DAILYLOGFILE
           END-IF
           PERFORM 0018-ADVANCE-SWEEP-DATE.
       0015-END.

       0016-SCAN-LIVE-RECORD.
           PERFORM 0023-TAKE-ONE-SALES-RECORD
           READ SALESLOG
               AT END SET SALESLOG-EOF TO TRUE
           END-READ.
       0016-END.

       0017-SCAN-DAILY-RECORD.
           MOVE DAILY-LOG-RECORD TO SALESLOG-RECORD
           PERFORM 0023-TAKE-ONE-SALES-RECORD
           READ DAILYLOGFILE
               AT END SET DAILY-LOG-EOF TO TRUE
           END-READ.
       0017-END.

       0018-ADVANCE-SWEEP-DATE.
           PERFORM 0035-CHECK-LEAP-YEAR
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
       0018-END.

      * FINDS A CASHIER ID IN THE TABLE, ADDING IT IF NEW; ZERO
      * COMES BACK ONLY WHEN THE TABLE IS FULL.
       0019-FIND-CASHIER.
           MOVE ZEROES TO WS-CURR-CSH-IDX
           PERFORM 0037-MATCH-ONE-CASHIER
               VARYING WS-CSH-IDX FROM 1 BY 1
               UNTIL WS-CSH-IDX IS GREATER THAN WS-CSH-COUNT
                   OR WS-CURR-CSH-IDX IS GREATER THAN ZEROES
           IF WS-CURR-CSH-IDX IS EQUAL TO ZEROES
               IF WS-CSH-COUNT IS EQUAL TO 200
                   DISPLAY "WARNING - CASHIER TABLE FULL (200 MAX), "
                       "CASHIER " WS-LOOKUP-CASHIER-ID " SKIPPED"
               ELSE
                   ADD 1 TO WS-CSH-COUNT
                   MOVE WS-CSH-COUNT TO WS-CURR-CSH-IDX
                   INITIALIZE WS-CSH-ENTRY(WS-CSH-COUNT)
                   MOVE WS-LOOKUP-CASHIER-ID
                       TO WS-CSH-CASHIER-ID(WS-CSH-COUNT)
               END-IF
           END-IF.
       0019-END.

       0020-FIND-EMPLOYEE.
           MOVE ZEROES TO WS-CURR-EMP-IDX
           PERFORM 0038-MATCH-ONE-EMPLOYEE-ID
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX IS GREATER THAN WS-EMP-COUNT
                   OR WS-CURR-EMP-IDX IS GREATER THAN ZEROES
           IF WS-CURR-EMP-IDX IS EQUAL TO ZEROES AND
               WS-EMP-COUNT IS LESS THAN 200
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-CURR-EMP-IDX
               INITIALIZE WS-EMP-ENTRY(WS-EMP-COUNT)
               MOVE WS-LOOKUP-EMPLOYEEID
                   TO WS-EMP-EMPLOYEEID(WS-EMP-COUNT)
           END-IF.
       0020-END.

      * A RETURN WHOSE ORIGINAL RECEIPT WAS RUNG UP IN THE PERIOD
      * COMES OFF THAT SELLER; ANY OTHER COMES OFF THE CASHIER WHO
      * TOOK IT BACK.
       0021-CHARGE-BACK-ONE-RETURN.
           MOVE WS-RTN-CSH-IDX(WS-RTN-IDX) TO WS-CURR-CSH-IDX
           MOVE ZEROES TO WS-CURR-RCP-IDX
           PERFORM 0039-MATCH-ONE-RECEIPT
               VARYING WS-RCP-IDX FROM 1 BY 1
               UNTIL WS-RCP-IDX IS GREATER THAN WS-RCP-COUNT
                   OR WS-CURR-RCP-IDX IS GREATER THAN ZEROES
           IF WS-CURR-RCP-IDX IS GREATER THAN ZEROES
               MOVE WS-RCP-CSH-IDX(WS-CURR-RCP-IDX) TO WS-CURR-CSH-IDX
           END-IF
           ADD WS-RTN-NET(WS-RTN-IDX)
               TO WS-CSH-RETURNS(WS-CURR-CSH-IDX).
       0021-END.

      * THE CASHIER'S OWN RATE WINS, THEN THEIR DEPARTMENT'S, THEN
      * THE STORE DEFAULT. NOTHING IS PAID ON A NET LOSS; THE
      * CHARGE-BACK IS NOT CARRIED TO THE NEXT PERIOD.
       0022-PRICE-ONE-CASHIER.
           COMPUTE WS-CSH-NET(WS-CSH-IDX) = WS-CSH-SALES(WS-CSH-IDX)
               - WS-CSH-RETURNS(WS-CSH-IDX)
           MOVE WS-CSH-EMP-IDX(WS-CSH-IDX) TO WS-CURR-EMP-IDX
           IF WS-CURR-EMP-IDX IS EQUAL TO ZEROES
               ADD WS-CSH-NET(WS-CSH-IDX) TO WS-UNMAPPED-SALES
           ELSE
               ADD WS-CSH-NET(WS-CSH-IDX)
                   TO WS-EMP-NET(WS-CURR-EMP-IDX)
               ADD WS-CSH-NET(WS-CSH-IDX) TO WS-TOTAL-NET-SALES
               MOVE "C" TO WS-LOOKUP-RATE-TYPE
               MOVE WS-CSH-CASHIER-ID(WS-CSH-IDX)
                   TO WS-LOOKUP-RATE-KEY
               PERFORM 0040-FIND-RATE
               MOVE "CASHIER" TO WS-CSH-RATE-SOURCE(WS-CSH-IDX)
               IF WS-CURR-RATE-IDX IS EQUAL TO ZEROES AND
                   WS-EMP-DEPT-CODE(WS-CURR-EMP-IDX) IS NOT EQUAL
                       TO SPACES
                   MOVE "D" TO WS-LOOKUP-RATE-TYPE
                   MOVE WS-EMP-DEPT-CODE(WS-CURR-EMP-IDX)
                       TO WS-LOOKUP-RATE-KEY
                   PERFORM 0040-FIND-RATE
                   MOVE "DEPARTMENT" TO WS-CSH-RATE-SOURCE(WS-CSH-IDX)
               END-IF
               IF WS-CURR-RATE-IDX IS EQUAL TO ZEROES
                   MOVE "D" TO WS-LOOKUP-RATE-TYPE
                   MOVE SPACES TO WS-LOOKUP-RATE-KEY
                   PERFORM 0040-FIND-RATE
                   MOVE "DEFAULT" TO WS-CSH-RATE-SOURCE(WS-CSH-IDX)
               END-IF
               IF WS-CURR-RATE-IDX IS EQUAL TO ZEROES
                   MOVE "NO RATE" TO WS-CSH-RATE-SOURCE(WS-CSH-IDX)
               ELSE
                   MOVE WS-RTE-PERCENT(WS-CURR-RATE-IDX)
                       TO WS-CSH-RATE(WS-CSH-IDX)
               END-IF
               IF WS-CSH-NET(WS-CSH-IDX) IS GREATER THAN ZEROES
                   COMPUTE WS-CSH-COMMISSION(WS-CSH-IDX) ROUNDED =
                       WS-CSH-NET(WS-CSH-IDX) * WS-CSH-RATE(WS-CSH-IDX)
                       / 100
                   ADD WS-CSH-COMMISSION(WS-CSH-IDX)
                       TO WS-EMP-COMMISSION(WS-CURR-EMP-IDX)
               END-IF
           END-IF.
       0022-END.

      * A SALE COUNTS AT ITS TOTAL LESS THE SALES TAX ON IT, AND A
      * RETURN AT THE REFUND LESS THE TAX REFUNDED. RETURNS ARE
      * PARKED UNTIL EVERY RECEIPT IN THE PERIOD HAS BEEN SEEN.
       0023-TAKE-ONE-SALES-RECORD.
           IF (CSV-REC-IS-SALE OR CSV-REC-IS-RETURN) AND
               CSV-DATE IS NOT LESS THAN WS-SEL-FROM-DATE AND
               CSV-DATE IS NOT GREATER THAN WS-SEL-TO-DATE
               MOVE CSV-TOTAL TO WS-LINE-TOTAL
               MOVE CSV-TAX-AMOUNT TO WS-LINE-TAX
               COMPUTE WS-LINE-NET = WS-LINE-TOTAL - WS-LINE-TAX
               MOVE CSV-CASHIER-ID TO WS-LOOKUP-CASHIER-ID
               PERFORM 0019-FIND-CASHIER
               IF WS-CURR-CSH-IDX IS GREATER THAN ZEROES
                   IF CSV-REC-IS-SALE
                       ADD WS-LINE-NET
                           TO WS-CSH-SALES(WS-CURR-CSH-IDX)
                       IF WS-RCP-COUNT IS LESS THAN 9000
                           ADD 1 TO WS-RCP-COUNT
                           MOVE CSV-RECEIPT-NUMBER
                               TO WS-RCP-NUMBER(WS-RCP-COUNT)
                           MOVE WS-CURR-CSH-IDX
                               TO WS-RCP-CSH-IDX(WS-RCP-COUNT)
                       END-IF
                   ELSE
                       IF WS-RTN-COUNT IS EQUAL TO 1000
                           ADD WS-LINE-NET
                               TO WS-CSH-RETURNS(WS-CURR-CSH-IDX)
                       ELSE
                           ADD 1 TO WS-RTN-COUNT
                           MOVE CSV-RECEIPT-NUMBER
                               TO WS-RTN-RECEIPT(WS-RTN-COUNT)
                           MOVE WS-CURR-CSH-IDX
                               TO WS-RTN-CSH-IDX(WS-RTN-COUNT)
                           MOVE WS-LINE-NET
                               TO WS-RTN-NET(WS-RTN-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0023-END.

       0024-PRINT-ONE-STATEMENT.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-EMP-EMPLOYEEID(WS-EMP-IDX) TO WS-SPL-EMPLOYEEID
           MOVE SPACES TO WS-SPL-LASTNAME
           MOVE SPACES TO WS-SPL-FIRSTNAME
           IF WS-MASTER-AVAILABLE
               MOVE WS-EMP-EMPLOYEEID(WS-EMP-IDX) TO EMPLOYEEID
               READ EMPLOYEEFILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO WS-SPL-LASTNAME
                   NOT INVALID KEY
                       MOVE LASTNAME TO WS-SPL-LASTNAME
                       MOVE FIRSTNAME TO WS-SPL-FIRSTNAME
               END-READ
           END-IF
           MOVE WS-EMP-DEPT-CODE(WS-EMP-IDX) TO WS-SPL-DEPT-CODE
           MOVE WS-STMT-PERSON-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-COLUMN-HEADINGS TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 0025-PRINT-ONE-CASHIER-LINE
               VARYING WS-CSH-IDX FROM 1 BY 1
               UNTIL WS-CSH-IDX IS GREATER THAN WS-CSH-COUNT
           MOVE WS-EMP-COMMISSION(WS-EMP-IDX) TO WS-SPT-COMMISSION
           MOVE WS-STMT-PERSON-TOTAL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-EMP-COMMISSION(WS-EMP-IDX) IS GREATER THAN ZEROES
               ADD 1 TO WS-PAID-COUNT
               ADD WS-EMP-COMMISSION(WS-EMP-IDX)
                   TO WS-TOTAL-COMMISSION
           END-IF.
       0024-END.

       0025-PRINT-ONE-CASHIER-LINE.
           IF WS-CSH-EMP-IDX(WS-CSH-IDX) IS EQUAL TO WS-EMP-IDX
               PERFORM 0026-FORMAT-CASHIER-LINE
           END-IF.
       0025-END.

       0026-FORMAT-CASHIER-LINE.
           MOVE WS-CSH-CASHIER-ID(WS-CSH-IDX) TO WS-SDL-CASHIER-ID
           MOVE WS-CSH-SALES(WS-CSH-IDX) TO WS-SDL-SALES
           MOVE WS-CSH-RETURNS(WS-CSH-IDX) TO WS-SDL-RETURNS
           MOVE WS-CSH-NET(WS-CSH-IDX) TO WS-SDL-NET
           MOVE WS-CSH-RATE(WS-CSH-IDX) TO WS-SDL-RATE
           MOVE WS-CSH-RATE-SOURCE(WS-CSH-IDX) TO WS-SDL-RATE-SOURCE
           MOVE WS-CSH-COMMISSION(WS-CSH-IDX) TO WS-SDL-COMMISSION
           MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       0026-END.

      * SALES UNDER AN ID NOT ON THE CASHIER MAP EARN NOTHING UNTIL
      * THE ID IS MAPPED; THE NEXT PERIOD DOES NOT PICK THEM UP.
       0027-LIST-UNMAPPED-CASHIERS.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "CASHIER IDS WITH SALES BUT NOT ON THE CASHIER MAP - "
               TO WS-SHL-TEXT
           MOVE WS-SECTION-HEADING-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "NO COMMISSION PAID" TO WS-SHL-TEXT
           MOVE WS-SECTION-HEADING-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-STMT-COLUMN-HEADINGS TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM 0028-LIST-ONE-UNMAPPED
               VARYING WS-CSH-IDX FROM 1 BY 1
               UNTIL WS-CSH-IDX IS GREATER THAN WS-CSH-COUNT.
       0027-END.

       0028-LIST-ONE-UNMAPPED.
           IF WS-CSH-EMP-IDX(WS-CSH-IDX) IS EQUAL TO ZEROES
               MOVE "UNMAPPED" TO WS-CSH-RATE-SOURCE(WS-CSH-IDX)
               PERFORM 0026-FORMAT-CASHIER-LINE
           END-IF.
       0028-END.

      * THE AMOUNTS STILL WAITING ON COMM_PAY.DAT AND THIS PERIOD'S
      * ARE SORTED TOGETHER INTO EMPLOYEE ORDER FOR THE SALARY
      * RUN'S MERGE AND WRITTEN BACK UNDER A FRESH TRAILER.
       0029-WRITE-COMMISSION-FILE.
           OPEN OUTPUT COMMWORKFILE
           IF NOT WS-COMMWORK-FILE-STATUS-OK
               DISPLAY "COMMCALC ABEND - COMMISSION WORK FILE I/O "
                   "ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-COMMWORK-FILE-STATUS
               CLOSE STATEMENTFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           IF WS-COMM-READ-COUNT IS GREATER THAN ZEROES
               OPEN INPUT COMMFILE
               READ COMMFILE
                   AT END SET COMM-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0030-CARRY-ONE-COMMISSION UNTIL COMM-ENDOFFILE
               CLOSE COMMFILE
           END-IF
           PERFORM 0031-STAGE-ONE-EMPLOYEE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX IS GREATER THAN WS-EMP-COUNT
           CLOSE COMMWORKFILE
           SORT COMMSORTFILE ON ASCENDING KEY CS-EMPLOYEEID
               USING COMMWORKFILE
               OUTPUT PROCEDURE IS 0032-WRITE-SORTED-COMMISSION
                   THRU 0033-SORT-OUTPUT-EXIT
           IF RETURN-CODE IS NOT EQUAL TO ZEROES
               DISPLAY "COMMCALC - COMMISSION CONTROL NOT ADVANCED, "
                   "PERIOD TO BE RECALCULATED"
               CLOSE STATEMENTFILE
               GO TO 9999-FINISH-PROGRAM
           END-IF.
       0029-END.

       0030-CARRY-ONE-COMMISSION.
           IF NOT CP-TRL-PRESENT
               MOVE COMMDETAILS TO COMM-WORK-RECORD
               WRITE COMM-WORK-RECORD
           END-IF
           READ COMMFILE
               AT END SET COMM-ENDOFFILE TO TRUE
           END-READ.
       0030-END.

       0031-STAGE-ONE-EMPLOYEE.
           IF WS-EMP-COMMISSION(WS-EMP-IDX) IS GREATER THAN ZEROES
               MOVE WS-EMP-EMPLOYEEID(WS-EMP-IDX) TO CP-EMPLOYEEID
               MOVE WS-EMP-COMMISSION(WS-EMP-IDX) TO CP-AMOUNT
               MOVE COMMDETAILS TO COMM-WORK-RECORD
               WRITE COMM-WORK-RECORD
           END-IF.
       0031-END.

       0032-WRITE-SORTED-COMMISSION.
           OPEN OUTPUT COMMFILE
           IF NOT WS-COMM-FILE-STATUS-OK
               DISPLAY "COMMCALC ABEND - COMMISSION PAY FILE I/O "
                   "ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-COMM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0033-SORT-OUTPUT-EXIT
           END-IF
           MOVE "N" TO WS-SORT-EOF-SWITCH
           RETURN COMMSORTFILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 0041-WRITE-ONE-SORTED UNTIL WS-SORT-EOF
           MOVE SPACES TO COMM-TRAILER-VIEW
           MOVE "TRAILER " TO CP-TRL-ID
           MOVE WS-COMM-OUT-COUNT TO CP-TRL-RECORD-COUNT
           MOVE WS-COMM-OUT-HASH TO CP-TRL-AMOUNT-HASH
           WRITE COMM-TRAILER-VIEW
           CLOSE COMMFILE.
       0033-SORT-OUTPUT-EXIT.
           EXIT.
       0033-END.

       0034-PRINT-SUMMARY.
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "NET SALES OF MAPPED CASHIERS:" TO WS-SSL-LABEL
           MOVE WS-TOTAL-NET-SALES TO WS-SSL-AMOUNT
           MOVE WS-STMT-SUMMARY-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "NET SALES OF UNMAPPED CASHIERS:" TO WS-SSL-LABEL
           MOVE WS-UNMAPPED-SALES TO WS-SSL-AMOUNT
           MOVE WS-STMT-SUMMARY-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "COMMISSION THIS PERIOD:" TO WS-SSL-LABEL
           MOVE WS-TOTAL-COMMISSION TO WS-SSL-AMOUNT
           MOVE WS-STMT-SUMMARY-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "EMPLOYEES EARNING COMMISSION:" TO WS-SCL-LABEL
           MOVE WS-PAID-COUNT TO WS-SCL-COUNT
           MOVE WS-STMT-COUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "PAYMENTS NOW ON COMMISSION PAY FILE:" TO WS-SCL-LABEL
           MOVE WS-COMM-OUT-COUNT TO WS-SCL-COUNT
           MOVE WS-STMT-COUNT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       0034-END.

       0035-CHECK-LEAP-YEAR.
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
       0035-END.

       0036-MATCH-ONE-EMPLOYEE.
           IF WS-EMP-EMPLOYEEID(WS-EMP-IDX) IS EQUAL TO
               ASSIGN-EMPLOYEEID
               MOVE WS-EMP-IDX TO WS-CURR-EMP-IDX
           END-IF.
       0036-END.

       0037-MATCH-ONE-CASHIER.
           IF WS-CSH-CASHIER-ID(WS-CSH-IDX) IS EQUAL TO
               WS-LOOKUP-CASHIER-ID
               MOVE WS-CSH-IDX TO WS-CURR-CSH-IDX
           END-IF.
       0037-END.

       0038-MATCH-ONE-EMPLOYEE-ID.
           IF WS-EMP-EMPLOYEEID(WS-EMP-IDX) IS EQUAL TO
               WS-LOOKUP-EMPLOYEEID
               MOVE WS-EMP-IDX TO WS-CURR-EMP-IDX
           END-IF.
       0038-END.

       0039-MATCH-ONE-RECEIPT.
           IF WS-RCP-NUMBER(WS-RCP-IDX) IS EQUAL TO
               WS-RTN-RECEIPT(WS-RTN-IDX)
               MOVE WS-RCP-IDX TO WS-CURR-RCP-IDX
           END-IF.
       0039-END.

       0040-FIND-RATE.
           MOVE ZEROES TO WS-CURR-RATE-IDX
           PERFORM 0042-MATCH-ONE-RATE
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX IS GREATER THAN WS-RATE-COUNT
                   OR WS-CURR-RATE-IDX IS GREATER THAN ZEROES.
       0040-END.

       0041-WRITE-ONE-SORTED.
           MOVE CS-EMPLOYEEID TO CP-EMPLOYEEID
           MOVE CS-AMOUNT TO CP-AMOUNT
           WRITE COMMDETAILS
           ADD 1 TO WS-COMM-OUT-COUNT
           ADD CS-AMOUNT TO WS-COMM-OUT-HASH
           RETURN COMMSORTFILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       0041-END.

       0042-MATCH-ONE-RATE.
           IF WS-RTE-TYPE(WS-RATE-IDX) IS EQUAL TO WS-LOOKUP-RATE-TYPE
               AND WS-RTE-KEY(WS-RATE-IDX) IS EQUAL TO
                   WS-LOOKUP-RATE-KEY
               MOVE WS-RATE-IDX TO WS-CURR-RATE-IDX
           END-IF.
       0042-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM COMMCALC.
