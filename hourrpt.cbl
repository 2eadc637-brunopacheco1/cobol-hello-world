       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOURRPT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * HOURLY SALES AND TRAFFIC BY DAY OF WEEK      *
      * FOR A REQUESTED DATE RANGE AND STORE (OR     *
      * BOTH STORES), GROUPS REGISTER ACTIVITY BY    *
      * DAY OF THE WEEK AND HOUR OF THE DAY: SALE    *
      * TICKETS, NET UNITS AND NET SALES (RETURNS    *
      * OFF, TAX OUT), EACH WITH ITS AVERAGE PER     *
      * DAY, AND THE AVERAGE NUMBER OF DISTINCT      *
      * CASHIERS WHO RANG SALES IN THE HOUR. TICKETS *
      * PER CASHIER-HOUR OUTSIDE THE STAFFING POLICY *
      * BAND ARE FLAGGED UNDER- OR OVERSTAFFED, AND  *
      * EACH DAY'S BUSIEST AND QUIETEST HOURS AND    *
      * THE WEEK'S BUSIEST AND QUIETEST SLOTS ARE    *
      * CALLED OUT, SO THE REGISTER ROTA FOLLOWS THE *
      * TRAFFIC. CLOSED MONTHS COME FROM THE HOUR    *
      * RECORDS IN SALESHIST.DAT, OPEN MONTHS FROM   *
      * THE DAILY FILES AND THE LIVE LOG.            *
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

           SELECT TRAFFICREPORTFILE ASSIGN "hourly_traffic.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-HOUR-VIEW REDEFINES SALESLOG-RECORD.
           05  LHV-REC-TYPE            PIC X.
               88  LHV-REC-IS-SALE         VALUE 'S'.
               88  LHV-REC-IS-RETURN       VALUE 'R'.
           05  FILLER                  PIC X(1).
           05  LHV-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  LHV-HOUR                PIC 9(2).
           05  FILLER                  PIC X(7).
           COPY QTYFLD REPLACING ==:NAME:== BY ==LHV-QUANTITY==
               ==:WIDTH:== BY ==ZZ999==.
           05  FILLER                  PIC X(1).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==LHV-TOTAL==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(44).
           05  LHV-CASHIER-ID          PIC X(8).
           05  FILLER                  PIC X(18).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==LHV-TAX-AMOUNT==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(7).
           COPY STORECODE REPLACING ==:NAME:== BY ==LHV-STORE-CODE==.

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  SALESHISTFILE.
       01  SALESHISTDETAILS.
           88  SALESHIST-EOF         VALUE HIGH-VALUES.
           05  SH-REC-TYPE           PIC X.
               88  SH-REC-IS-HOUR        VALUE 'H'.
           05  SH-DATE               PIC 9(8).
           05  SH-HOUR-DATA.
               10  SH-HOUR           PIC 9(2).
               10  SH-HOUR-KIND      PIC X(1).
                   88  SH-HOUR-IS-SALE   VALUE 'S'.
                   88  SH-HOUR-IS-RETURN VALUE 'R'.
               10  FILLER            PIC X(13).
           05  SH-CASHIER-ID         PIC X(8).
           05  SH-TENDER-TYPE        PIC X.
           05  SH-UNITS              PIC 9(7).
           05  SH-COUNT              PIC 9(5).
           05  SH-AMOUNT             PIC 9(9)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==SH-STORE-CODE==.

       FD  TRAFFICREPORTFILE.
       01  TRAFFIC-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SALESLOG-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DAILY-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-HIST-FILE-STATUS==.
           05  WS-SEL-FROM-DATE     PIC 9(8) VALUE ZEROES.
           05  WS-SEL-TO-DATE       PIC 9(8) VALUE ZEROES.
           05  WS-TODAY-DATE        PIC 9(8) VALUE ZEROES.
           COPY STORECODE REPLACING ==:NAME:== BY ==WS-SEL-STORE==.
           05  WS-SEL-STORE-SW      PIC X(1) VALUE 'N'.
               88  WS-ONE-STORE-ONLY    VALUE 'Y'.
           05  WS-REC-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-REC-HOUR          PIC 9(2) VALUE ZEROES.
           05  WS-REC-CASHIER       PIC X(8) VALUE SPACES.
           05  WS-REC-KIND          PIC X(1) VALUE SPACE.
               88  WS-REC-IS-SALE       VALUE 'S'.
           05  WS-REC-TICKETS       PIC 9(5) VALUE ZEROES.
           05  WS-REC-UNITS         PIC 9(7) VALUE ZEROES.
           05  WS-REC-AMOUNT        PIC 9(9)V99 VALUE ZEROES.
           05  WS-LINE-QUANTITY     PIC 9(5) VALUE ZEROES.
           05  WS-LINE-TOTAL        PIC 9(5)V99 VALUE ZEROES.
           05  WS-LINE-TAX          PIC 9(5)V99 VALUE ZEROES.
           05  WS-DOW-IDX           PIC 9(1) VALUE ZEROES.
           05  WS-HOUR-IDX          PIC 9(2) VALUE ZEROES.
           05  WS-CACHED-DATE       PIC 9(8) VALUE ZEROES.
           05  WS-CACHED-DOW        PIC 9(1) VALUE ZEROES.
           05  WS-DH-COUNT          PIC 9(4) VALUE ZEROES.
           05  WS-DH-IDX            PIC 9(4) VALUE ZEROES.
           05  WS-CURR-DH-IDX       PIC 9(4) VALUE ZEROES.
           05  WS-DH-DROPPED        PIC 9(5) VALUE ZEROES.
           05  WS-CSH-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-CSH-FOUND-SW      PIC X(1) VALUE 'N'.
               88  WS-CSH-FOUND         VALUE 'Y'.
           05  WS-DAY-ACTIVE-SW     PIC X(1) VALUE 'N'.
               88  WS-DAY-ACTIVE        VALUE 'Y'.
           05  WS-DAY-BUSY-HOUR     PIC 9(2) VALUE ZEROES.
           05  WS-DAY-QUIET-HOUR    PIC 9(2) VALUE ZEROES.
           05  WS-DAY-ACTIVE-HOURS  PIC 9(2) VALUE ZEROES.
           05  WS-DAY-TICKETS       PIC 9(7) VALUE ZEROES.
           05  WS-DAY-UNITS         PIC S9(7) VALUE ZEROES.
           05  WS-DAY-SALES         PIC S9(9)V99 VALUE ZEROES.
           05  WS-WEEK-BUSY-DOW     PIC 9(1) VALUE ZEROES.
           05  WS-WEEK-BUSY-HOUR    PIC 9(2) VALUE ZEROES.
           05  WS-WEEK-BUSY-AVG     PIC 9(5)V9 VALUE ZEROES.
           05  WS-WEEK-QUIET-DOW    PIC 9(1) VALUE ZEROES.
           05  WS-WEEK-QUIET-HOUR   PIC 9(2) VALUE ZEROES.
           05  WS-WEEK-QUIET-AVG    PIC 9(5)V9 VALUE ZEROES.
           05  WS-AVG-TICKETS       PIC 9(5)V9 VALUE ZEROES.
           05  WS-AVG-UNITS         PIC S9(5)V9 VALUE ZEROES.
           05  WS-AVG-SALES         PIC S9(7)V99 VALUE ZEROES.
           05  WS-AVG-CASHIERS      PIC 9(2)V9 VALUE ZEROES.
           05  WS-TICKETS-PER-CSH   PIC 9(3)V9 VALUE ZEROES.
           05  WS-TOTAL-TICKETS     PIC 9(7) VALUE ZEROES.
           05  WS-TOTAL-UNITS       PIC S9(7) VALUE ZEROES.
           05  WS-TOTAL-SALES       PIC S9(9)V99 VALUE ZEROES.
           05  WS-DAYS-IN-RANGE     PIC 9(5) VALUE ZEROES.

      * STAFFING POLICY: AN HOUR WHOSE CASHIERS EACH RING MORE THAN
      * THE HIGH FIGURE OF SALE TICKETS IS FLAGGED UNDERSTAFFED;
      * ONE WITH MORE THAN ONE CASHIER ON AND FEWER THAN THE LOW
      * FIGURE EACH IS FLAGGED OVERSTAFFED.
       01  WS-STAFFING-POLICY.
           05  WS-TICKETS-PER-CSH-HIGH PIC 9(3)V9 VALUE 020.0.
           05  WS-TICKETS-PER-CSH-LOW  PIC 9(3)V9 VALUE 004.0.

       01  WS-DAY-NAME-VALUES.
           05  FILLER PIC X(9) VALUE "MONDAY".
           05  FILLER PIC X(9) VALUE "TUESDAY".
           05  FILLER PIC X(9) VALUE "WEDNESDAY".
           05  FILLER PIC X(9) VALUE "THURSDAY".
           05  FILLER PIC X(9) VALUE "FRIDAY".
           05  FILLER PIC X(9) VALUE "SATURDAY".
           05  FILLER PIC X(9) VALUE "SUNDAY".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME OCCURS 7 TIMES PIC X(9).

      * ONE CELL PER DAY OF THE WEEK (1 = MONDAY) AND HOUR OF THE
      * DAY (HOUR 00 IN CELL 1). THE DAY COUNT IS HOW MANY OF THAT
      * WEEKDAY FALL IN THE RANGE, THE DIVISOR FOR EVERY AVERAGE.
       01  WS-WEEK-GRID.
           05  WS-GRID-DAY OCCURS 7 TIMES.
               10  WS-GRD-DAY-COUNT     PIC 9(3).
               10  WS-GRID-HOUR OCCURS 24 TIMES.
                   15  WS-GRD-TICKETS       PIC 9(7).
                   15  WS-GRD-UNITS         PIC S9(7).
                   15  WS-GRD-SALES         PIC S9(9)V99.
                   15  WS-GRD-CASHIER-HOURS PIC 9(5).

      * ONE ENTRY PER DATE AND HOUR WITH SALES, HOLDING THE
      * CASHIERS WHO RANG THEM SO EACH IS COUNTED ONCE.
       01  WS-DATE-HOUR-TABLE.
           05  WS-DH-ENTRY OCCURS 6000 TIMES.
               10  WS-DH-DATE           PIC 9(8).
               10  WS-DH-HOUR           PIC 9(2).
               10  WS-DH-DOW            PIC 9(1).
               10  WS-DH-CASHIERS       PIC 9(2).
               10  WS-DH-CASHIER-ID OCCURS 10 TIMES PIC X(8).

       01  WS-DAILY-FILENAME.
           05  FILLER               PIC X(9) VALUE "saleslog_".
           05  WS-DAILY-FILENAME-DATE PIC 9(8).
           05  FILLER               PIC X(4) VALUE ".dat".

       01  WS-SWEEP-DATE.
           05  WS-SWEEP-YEAR        PIC 9(4).
           05  WS-SWEEP-MONTH       PIC 9(2).
           05  WS-SWEEP-DAY         PIC 9(2).
       01  WS-SWEEP-DATE-NUM REDEFINES WS-SWEEP-DATE PIC 9(8).

       01  WS-DOW-DATE.
           05  WS-DOW-YEAR          PIC 9(4).
           05  WS-DOW-MONTH         PIC 9(2).
           05  WS-DOW-DAY           PIC 9(2).
       01  WS-DOW-DATE-NUM REDEFINES WS-DOW-DATE PIC 9(8).

       01  WS-ZELLER-AREAS.
           05  WS-DAY-OF-WEEK       PIC 9(1) VALUE ZEROES.
           05  WS-ZELLER-Q          PIC 9(2) VALUE ZEROES.
           05  WS-ZELLER-M          PIC 9(2) VALUE ZEROES.
           05  WS-ZELLER-K          PIC 9(2) VALUE ZEROES.
           05  WS-ZELLER-J          PIC 9(2) VALUE ZEROES.
           05  WS-ZELLER-YEAR       PIC 9(4) VALUE ZEROES.
           05  WS-ZELLER-H          PIC 9(2) VALUE ZEROES.
           05  WS-ZELLER-WORK       PIC 9(5) VALUE ZEROES.
           05  WS-ZELLER-T1         PIC 9(5) VALUE ZEROES.
           05  WS-ZELLER-T2         PIC 9(5) VALUE ZEROES.
           05  WS-ZELLER-T3         PIC 9(5) VALUE ZEROES.

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

       01  WS-TRF-HEADING-1.
           05  FILLER             PIC X(45) VALUE
               "PETSTORE - HOURLY SALES AND REGISTER TRAFFIC".

       01  WS-TRF-SELECTION-LINE.
           05  FILLER             PIC X(6)  VALUE "FROM: ".
           05  WS-TSL-FROM        PIC 9(8).
           05  FILLER             PIC X(6)  VALUE "  TO: ".
           05  WS-TSL-TO          PIC 9(8).
           05  FILLER             PIC X(9)  VALUE "  STORE: ".
           05  WS-TSL-STORE       PIC X(4).

       01  WS-TRF-POLICY-LINE.
           05  FILLER             PIC X(40) VALUE
               "STAFFING BAND: TICKETS PER CASHIER-HOUR ".
           05  WS-TPL-LOW         PIC ZZ9.9.
           05  FILLER             PIC X(4)  VALUE " TO ".
           05  WS-TPL-HIGH        PIC ZZ9.9.

       01  WS-TRF-DAY-LINE.
           05  WS-TDL-NAME        PIC X(9).
           05  FILLER             PIC X(2)  VALUE " (".
           05  WS-TDL-COUNT       PIC ZZ9.
           05  FILLER             PIC X(15) VALUE " DAYS IN RANGE)".

       01  WS-TRF-COLUMN-HEADINGS-1.
           05  FILLER             PIC X(44) VALUE
               "HOUR   TICKETS  AVG/DAY     UNITS  AVG/DAY ".
           05  FILLER             PIC X(44) VALUE
               "        NET SALES    AVG/DAY  CASHIERS  TKT/".
           05  FILLER             PIC X(3)  VALUE "CSH".

       01  WS-TRF-HOUR-LINE.
           05  WS-THL-HOUR        PIC 9(2).
           05  FILLER             PIC X(3)  VALUE ":00".
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-THL-TICKETS     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-THL-AVG-TICKETS PIC ZZ,ZZ9.9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-THL-UNITS       PIC ZZZ,ZZ9-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-THL-AVG-UNITS   PIC ZZ,ZZ9.9-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-THL-SALES==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99-==.
           05  FILLER             PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-THL-AVG-SALES==
               ==:WIDTH:== BY ==$$$,$$9.99-==.
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-THL-AVG-CASHIERS PIC Z9.9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-THL-PER-CASHIER PIC ZZ9.9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-THL-SLOT-FLAG   PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-THL-STAFF-FLAG  PIC X(12).

       01  WS-TRF-DAY-TOTAL-LINE.
           05  FILLER             PIC X(7)  VALUE "TOTAL".
           05  WS-TTL-TICKETS     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(12) VALUE SPACES.
           05  WS-TTL-UNITS       PIC ZZZ,ZZ9-.
           05  FILLER             PIC X(11) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-TTL-SALES==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99-==.

       01  WS-TRF-SLOT-LINE.
           05  WS-TSLT-LABEL      PIC X(16).
           05  WS-TSLT-DAY        PIC X(9).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-TSLT-HOUR       PIC 9(2).
           05  FILLER             PIC X(3)  VALUE ":00".
           05  FILLER             PIC X(17) VALUE
               "  AVERAGE TICKETS".
           05  WS-TSLT-AVERAGE    PIC ZZ,ZZ9.9.

       01  WS-TRF-COUNT-LINE.
           05  WS-TCL-LABEL       PIC X(32).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-TCL-COUNT==
               ==:WIDTH:== BY ==ZZZ,ZZ9-==.

       01  WS-TRF-AMOUNT-LINE.
           05  WS-TAL-LABEL       PIC X(32).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-TAL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99-==.

       PROCEDURE DIVISION.

       0001-RUN-HOURLY-TRAFFIC.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-WEEK-GRID
           DISPLAY "From date YYYYMMDD:"
           ACCEPT WS-SEL-FROM-DATE
           DISPLAY "To date YYYYMMDD (0 for latest):"
           ACCEPT WS-SEL-TO-DATE
           IF WS-SEL-TO-DATE IS EQUAL TO ZEROES OR
               WS-SEL-TO-DATE IS GREATER THAN WS-TODAY-DATE
               MOVE WS-TODAY-DATE TO WS-SEL-TO-DATE
           END-IF
           IF WS-SEL-FROM-DATE IS EQUAL TO ZEROES
               MOVE WS-SEL-TO-DATE TO WS-SEL-FROM-DATE
           END-IF
           IF WS-SEL-FROM-DATE IS GREATER THAN WS-SEL-TO-DATE
               DISPLAY "HOURRPT - FROM DATE IS AFTER TO DATE, "
                   "NOTHING REPORTED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           DISPLAY "Store code (01, 02, blank for both stores):"
           ACCEPT WS-SEL-STORE
           IF NOT WS-SEL-STORE EQUAL SPACES
               IF NOT WS-SEL-STORE-VALID
                   DISPLAY "HOURRPT - UNKNOWN STORE CODE ",
                       WS-SEL-STORE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
               END-IF
               SET WS-ONE-STORE-ONLY TO TRUE
           END-IF
           PERFORM 0002-READ-HISTORY-FILE
           PERFORM 0020-SWEEP-DAILY-FILES
           OPEN INPUT SALESLOG
           IF WS-SALESLOG-STATUS-OK
               READ SALESLOG
                   AT END SET SALESLOG-EOF TO TRUE
               END-READ
               PERFORM 0004-SCAN-ONE-LOG-RECORD UNTIL SALESLOG-EOF
               CLOSE SALESLOG
           END-IF
           PERFORM 0010-COUNT-ONE-DATE-HOUR
               VARYING WS-DH-IDX FROM 1 BY 1
               UNTIL WS-DH-IDX IS GREATER THAN WS-DH-COUNT
           OPEN OUTPUT TRAFFICREPORTFILE
           PERFORM 0011-PRINT-REPORT-HEADINGS
           IF WS-TOTAL-TICKETS IS EQUAL TO ZEROES
               MOVE "NO SALES IN THE REQUESTED RANGE"
                   TO TRAFFIC-REPORT-LINE
               WRITE TRAFFIC-REPORT-LINE
           ELSE
               PERFORM 0012-PRINT-ONE-WEEKDAY
                   VARYING WS-DOW-IDX FROM 1 BY 1
                   UNTIL WS-DOW-IDX IS GREATER THAN 7
               PERFORM 0017-PRINT-WEEK-SUMMARY
           END-IF
           CLOSE TRAFFICREPORTFILE
           DISPLAY "HOURRPT - DAYS IN RANGE: ", WS-DAYS-IN-RANGE,
               " SALE TICKETS: ", WS-TOTAL-TICKETS
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-READ-HISTORY-FILE.
           OPEN INPUT SALESHISTFILE
           IF WS-HIST-FILE-STATUS-OK
               READ SALESHISTFILE
                   AT END SET SALESHIST-EOF TO TRUE
               END-READ
               PERFORM 0003-CHECK-ONE-HISTORY UNTIL SALESHIST-EOF
               CLOSE SALESHISTFILE
           END-IF.
       0002-END.

       0003-CHECK-ONE-HISTORY.
           IF SH-STORE-CODE IS EQUAL TO SPACES
               MOVE "01" TO SH-STORE-CODE
           END-IF
           IF SH-REC-IS-HOUR AND
               SH-DATE IS NOT LESS THAN WS-SEL-FROM-DATE AND
               SH-DATE IS NOT GREATER THAN WS-SEL-TO-DATE AND
               (NOT WS-ONE-STORE-ONLY OR
                   SH-STORE-CODE IS EQUAL TO WS-SEL-STORE)
               MOVE SH-DATE TO WS-REC-DATE
               MOVE SH-HOUR TO WS-REC-HOUR
               MOVE SH-CASHIER-ID TO WS-REC-CASHIER
               MOVE SH-HOUR-KIND TO WS-REC-KIND
               MOVE SH-COUNT TO WS-REC-TICKETS
               MOVE SH-UNITS TO WS-REC-UNITS
               MOVE SH-AMOUNT TO WS-REC-AMOUNT
               PERFORM 0006-POST-TO-GRID
           END-IF
           READ SALESHISTFILE
               AT END SET SALESHIST-EOF TO TRUE
           END-READ.
       0003-END.

       0004-SCAN-ONE-LOG-RECORD.
           PERFORM 0005-CHECK-ONE-RECORD
           READ SALESLOG
               AT END SET SALESLOG-EOF TO TRUE
           END-READ.
       0004-END.

      * A SALE IS ONE TICKET; A RETURN TAKES ITS UNITS AND ITS
      * AMOUNT BEFORE TAX BACK OFF THE HOUR IT WAS RUNG IN.
       0005-CHECK-ONE-RECORD.
           IF LHV-STORE-CODE IS EQUAL TO SPACES
               MOVE "01" TO LHV-STORE-CODE
           END-IF
           IF (LHV-REC-IS-SALE OR LHV-REC-IS-RETURN) AND
               LHV-DATE IS NOT LESS THAN WS-SEL-FROM-DATE AND
               LHV-DATE IS NOT GREATER THAN WS-SEL-TO-DATE AND
               (NOT WS-ONE-STORE-ONLY OR
                   LHV-STORE-CODE IS EQUAL TO WS-SEL-STORE)
               MOVE LHV-QUANTITY TO WS-LINE-QUANTITY
               MOVE LHV-TOTAL TO WS-LINE-TOTAL
               MOVE LHV-TAX-AMOUNT TO WS-LINE-TAX
               MOVE LHV-DATE TO WS-REC-DATE
               MOVE LHV-HOUR TO WS-REC-HOUR
               MOVE LHV-CASHIER-ID TO WS-REC-CASHIER
               MOVE LHV-REC-TYPE TO WS-REC-KIND
               MOVE 1 TO WS-REC-TICKETS
               MOVE WS-LINE-QUANTITY TO WS-REC-UNITS
               COMPUTE WS-REC-AMOUNT = WS-LINE-TOTAL - WS-LINE-TAX
               PERFORM 0006-POST-TO-GRID
           END-IF.
       0005-END.

       0006-POST-TO-GRID.
           IF WS-REC-DATE IS NOT EQUAL TO WS-CACHED-DATE
               MOVE WS-REC-DATE TO WS-DOW-DATE-NUM
               PERFORM 0030-COMPUTE-DAY-OF-WEEK
               MOVE WS-REC-DATE TO WS-CACHED-DATE
               MOVE WS-DAY-OF-WEEK TO WS-CACHED-DOW
           END-IF
           MOVE WS-CACHED-DOW TO WS-DOW-IDX
           COMPUTE WS-HOUR-IDX = WS-REC-HOUR + 1
           IF WS-REC-IS-SALE
               ADD WS-REC-TICKETS TO
                   WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX)
               ADD WS-REC-UNITS TO
                   WS-GRD-UNITS(WS-DOW-IDX, WS-HOUR-IDX)
               ADD WS-REC-AMOUNT TO
                   WS-GRD-SALES(WS-DOW-IDX, WS-HOUR-IDX)
               ADD WS-REC-TICKETS TO WS-TOTAL-TICKETS
               ADD WS-REC-UNITS TO WS-TOTAL-UNITS
               ADD WS-REC-AMOUNT TO WS-TOTAL-SALES
               PERFORM 0007-NOTE-CASHIER
           ELSE
               SUBTRACT WS-REC-UNITS FROM
                   WS-GRD-UNITS(WS-DOW-IDX, WS-HOUR-IDX)
               SUBTRACT WS-REC-AMOUNT FROM
                   WS-GRD-SALES(WS-DOW-IDX, WS-HOUR-IDX)
               SUBTRACT WS-REC-UNITS FROM WS-TOTAL-UNITS
               SUBTRACT WS-REC-AMOUNT FROM WS-TOTAL-SALES
           END-IF.
       0006-END.

      * THE LOGS RUN IN DATE AND TIME ORDER, SO THE ENTRY JUST
      * USED IS TRIED BEFORE THE TABLE IS SEARCHED.
       0007-NOTE-CASHIER.
           IF WS-CURR-DH-IDX IS EQUAL TO ZEROES
               CONTINUE
           ELSE
               IF WS-DH-DATE(WS-CURR-DH-IDX) IS NOT EQUAL TO
                   WS-REC-DATE OR
                   WS-DH-HOUR(WS-CURR-DH-IDX) IS NOT EQUAL TO
                       WS-REC-HOUR
                   MOVE ZEROES TO WS-CURR-DH-IDX
               END-IF
           END-IF
           IF WS-CURR-DH-IDX IS EQUAL TO ZEROES
               PERFORM 0008-MATCH-ONE-DATE-HOUR
                   VARYING WS-DH-IDX FROM 1 BY 1
                   UNTIL WS-DH-IDX IS GREATER THAN WS-DH-COUNT
                       OR WS-CURR-DH-IDX IS GREATER THAN ZEROES
           END-IF
           IF WS-CURR-DH-IDX IS EQUAL TO ZEROES
               IF WS-DH-COUNT IS EQUAL TO 6000
                   ADD 1 TO WS-DH-DROPPED
               ELSE
                   ADD 1 TO WS-DH-COUNT
                   MOVE WS-DH-COUNT TO WS-CURR-DH-IDX
                   MOVE WS-REC-DATE TO WS-DH-DATE(WS-CURR-DH-IDX)
                   MOVE WS-REC-HOUR TO WS-DH-HOUR(WS-CURR-DH-IDX)
                   MOVE WS-DOW-IDX TO WS-DH-DOW(WS-CURR-DH-IDX)
                   MOVE ZEROES TO WS-DH-CASHIERS(WS-CURR-DH-IDX)
               END-IF
           END-IF
           IF WS-CURR-DH-IDX IS GREATER THAN ZEROES
               MOVE 'N' TO WS-CSH-FOUND-SW
               PERFORM 0009-MATCH-ONE-CASHIER
                   VARYING WS-CSH-IDX FROM 1 BY 1
                   UNTIL WS-CSH-IDX IS GREATER THAN
                       WS-DH-CASHIERS(WS-CURR-DH-IDX)
                       OR WS-CSH-IDX IS GREATER THAN 10
               IF NOT WS-CSH-FOUND AND
                   WS-DH-CASHIERS(WS-CURR-DH-IDX) IS LESS THAN 10
                   ADD 1 TO WS-DH-CASHIERS(WS-CURR-DH-IDX)
                   MOVE WS-REC-CASHIER TO WS-DH-CASHIER-ID
                       (WS-CURR-DH-IDX, WS-DH-CASHIERS(WS-CURR-DH-IDX))
               END-IF
           END-IF.
       0007-END.

       0008-MATCH-ONE-DATE-HOUR.
           IF WS-DH-DATE(WS-DH-IDX) IS EQUAL TO WS-REC-DATE AND
               WS-DH-HOUR(WS-DH-IDX) IS EQUAL TO WS-REC-HOUR
               MOVE WS-DH-IDX TO WS-CURR-DH-IDX
           END-IF.
       0008-END.

       0009-MATCH-ONE-CASHIER.
           IF WS-DH-CASHIER-ID(WS-CURR-DH-IDX, WS-CSH-IDX) IS EQUAL
               TO WS-REC-CASHIER
               SET WS-CSH-FOUND TO TRUE
           END-IF.
       0009-END.

       0010-COUNT-ONE-DATE-HOUR.
           MOVE WS-DH-DOW(WS-DH-IDX) TO WS-DOW-IDX
           COMPUTE WS-HOUR-IDX = WS-DH-HOUR(WS-DH-IDX) + 1
           ADD WS-DH-CASHIERS(WS-DH-IDX) TO
               WS-GRD-CASHIER-HOURS(WS-DOW-IDX, WS-HOUR-IDX).
       0010-END.

       0011-PRINT-REPORT-HEADINGS.
           MOVE WS-TRF-HEADING-1 TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE WS-SEL-FROM-DATE TO WS-TSL-FROM
           MOVE WS-SEL-TO-DATE TO WS-TSL-TO
           IF WS-ONE-STORE-ONLY
               MOVE WS-SEL-STORE TO WS-TSL-STORE
           ELSE
               MOVE "BOTH" TO WS-TSL-STORE
           END-IF
           MOVE WS-TRF-SELECTION-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE WS-TICKETS-PER-CSH-LOW TO WS-TPL-LOW
           MOVE WS-TICKETS-PER-CSH-HIGH TO WS-TPL-HIGH
           MOVE WS-TRF-POLICY-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE.
       0011-END.

      * ONLY HOURS WITH SALES OR RETURNS ARE LISTED. THE BUSIEST
      * AND QUIETEST HOURS OF THE DAY ARE PICKED ON SALE TICKETS
      * AMONG THE HOURS THAT HAD ANY.
       0012-PRINT-ONE-WEEKDAY.
           MOVE ZEROES TO WS-DAY-BUSY-HOUR
           MOVE ZEROES TO WS-DAY-QUIET-HOUR
           MOVE ZEROES TO WS-DAY-ACTIVE-HOURS
           MOVE ZEROES TO WS-DAY-TICKETS
           MOVE ZEROES TO WS-DAY-UNITS
           MOVE ZEROES TO WS-DAY-SALES
           PERFORM 0013-RANK-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX IS GREATER THAN 24
           MOVE SPACES TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE WS-DAY-NAME(WS-DOW-IDX) TO WS-TDL-NAME
           MOVE WS-GRD-DAY-COUNT(WS-DOW-IDX) TO WS-TDL-COUNT
           MOVE WS-TRF-DAY-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           IF WS-DAY-ACTIVE-HOURS IS EQUAL TO ZEROES
               MOVE "  NO SALES ON THIS DAY OF THE WEEK"
                   TO TRAFFIC-REPORT-LINE
               WRITE TRAFFIC-REPORT-LINE
           ELSE
               MOVE WS-TRF-COLUMN-HEADINGS-1 TO TRAFFIC-REPORT-LINE
               WRITE TRAFFIC-REPORT-LINE
               PERFORM 0014-PRINT-ONE-HOUR
                   VARYING WS-HOUR-IDX FROM 1 BY 1
                   UNTIL WS-HOUR-IDX IS GREATER THAN 24
               MOVE WS-DAY-TICKETS TO WS-TTL-TICKETS
               MOVE WS-DAY-UNITS TO WS-TTL-UNITS
               MOVE WS-DAY-SALES TO WS-TTL-SALES
               MOVE WS-TRF-DAY-TOTAL-LINE TO TRAFFIC-REPORT-LINE
               WRITE TRAFFIC-REPORT-LINE
           END-IF.
       0012-END.

       0013-RANK-ONE-HOUR.
           IF WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX) IS GREATER
               THAN ZEROES
               ADD 1 TO WS-DAY-ACTIVE-HOURS
               IF WS-DAY-BUSY-HOUR IS EQUAL TO ZEROES
                   MOVE WS-HOUR-IDX TO WS-DAY-BUSY-HOUR
                   MOVE WS-HOUR-IDX TO WS-DAY-QUIET-HOUR
               ELSE
                   IF WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX) IS
                       GREATER THAN
                       WS-GRD-TICKETS(WS-DOW-IDX, WS-DAY-BUSY-HOUR)
                       MOVE WS-HOUR-IDX TO WS-DAY-BUSY-HOUR
                   END-IF
                   IF WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX) IS
                       LESS THAN
                       WS-GRD-TICKETS(WS-DOW-IDX, WS-DAY-QUIET-HOUR)
                       MOVE WS-HOUR-IDX TO WS-DAY-QUIET-HOUR
                   END-IF
               END-IF
               PERFORM 0016-AVERAGE-ONE-SLOT
               IF WS-WEEK-BUSY-DOW IS EQUAL TO ZEROES OR
                   WS-AVG-TICKETS IS GREATER THAN WS-WEEK-BUSY-AVG
                   MOVE WS-DOW-IDX TO WS-WEEK-BUSY-DOW
                   MOVE WS-HOUR-IDX TO WS-WEEK-BUSY-HOUR
                   MOVE WS-AVG-TICKETS TO WS-WEEK-BUSY-AVG
               END-IF
               IF WS-WEEK-QUIET-DOW IS EQUAL TO ZEROES OR
                   WS-AVG-TICKETS IS LESS THAN WS-WEEK-QUIET-AVG
                   MOVE WS-DOW-IDX TO WS-WEEK-QUIET-DOW
                   MOVE WS-HOUR-IDX TO WS-WEEK-QUIET-HOUR
                   MOVE WS-AVG-TICKETS TO WS-WEEK-QUIET-AVG
               END-IF
           END-IF.
       0013-END.

       0014-PRINT-ONE-HOUR.
           IF WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX) IS GREATER
               THAN ZEROES OR
               WS-GRD-UNITS(WS-DOW-IDX, WS-HOUR-IDX) IS NOT EQUAL
               TO ZEROES OR
               WS-GRD-SALES(WS-DOW-IDX, WS-HOUR-IDX) IS NOT EQUAL
               TO ZEROES
               PERFORM 0016-AVERAGE-ONE-SLOT
               COMPUTE WS-THL-HOUR = WS-HOUR-IDX - 1
               MOVE WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX)
                   TO WS-THL-TICKETS
               MOVE WS-AVG-TICKETS TO WS-THL-AVG-TICKETS
               MOVE WS-GRD-UNITS(WS-DOW-IDX, WS-HOUR-IDX)
                   TO WS-THL-UNITS
               MOVE WS-AVG-UNITS TO WS-THL-AVG-UNITS
               MOVE WS-GRD-SALES(WS-DOW-IDX, WS-HOUR-IDX)
                   TO WS-THL-SALES
               MOVE WS-AVG-SALES TO WS-THL-AVG-SALES
               MOVE WS-AVG-CASHIERS TO WS-THL-AVG-CASHIERS
               MOVE WS-TICKETS-PER-CSH TO WS-THL-PER-CASHIER
               MOVE SPACES TO WS-THL-SLOT-FLAG
               IF WS-HOUR-IDX IS EQUAL TO WS-DAY-BUSY-HOUR
                   MOVE "BUSIEST" TO WS-THL-SLOT-FLAG
               ELSE
                   IF WS-HOUR-IDX IS EQUAL TO WS-DAY-QUIET-HOUR
                       MOVE "QUIETEST" TO WS-THL-SLOT-FLAG
                   END-IF
               END-IF
               PERFORM 0015-CHECK-STAFFING
               MOVE WS-TRF-HOUR-LINE TO TRAFFIC-REPORT-LINE
               WRITE TRAFFIC-REPORT-LINE
               ADD WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX)
                   TO WS-DAY-TICKETS
               ADD WS-GRD-UNITS(WS-DOW-IDX, WS-HOUR-IDX)
                   TO WS-DAY-UNITS
               ADD WS-GRD-SALES(WS-DOW-IDX, WS-HOUR-IDX)
                   TO WS-DAY-SALES
           END-IF.
       0014-END.

       0015-CHECK-STAFFING.
           MOVE SPACES TO WS-THL-STAFF-FLAG
           IF WS-GRD-CASHIER-HOURS(WS-DOW-IDX, WS-HOUR-IDX) IS
               GREATER THAN ZEROES
               IF WS-TICKETS-PER-CSH IS GREATER THAN
                   WS-TICKETS-PER-CSH-HIGH
                   MOVE "UNDERSTAFFED" TO WS-THL-STAFF-FLAG
               ELSE
                   IF WS-TICKETS-PER-CSH IS LESS THAN
                       WS-TICKETS-PER-CSH-LOW AND
                       WS-AVG-CASHIERS IS GREATER THAN 1
                       MOVE "OVERSTAFFED" TO WS-THL-STAFF-FLAG
                   END-IF
               END-IF
           END-IF.
       0015-END.

       0016-AVERAGE-ONE-SLOT.
           MOVE ZEROES TO WS-AVG-TICKETS
           MOVE ZEROES TO WS-AVG-UNITS
           MOVE ZEROES TO WS-AVG-SALES
           MOVE ZEROES TO WS-AVG-CASHIERS
           MOVE ZEROES TO WS-TICKETS-PER-CSH
           IF WS-GRD-DAY-COUNT(WS-DOW-IDX) IS GREATER THAN ZEROES
               COMPUTE WS-AVG-TICKETS ROUNDED =
                   WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX) /
                   WS-GRD-DAY-COUNT(WS-DOW-IDX)
               COMPUTE WS-AVG-UNITS ROUNDED =
                   WS-GRD-UNITS(WS-DOW-IDX, WS-HOUR-IDX) /
                   WS-GRD-DAY-COUNT(WS-DOW-IDX)
               COMPUTE WS-AVG-SALES ROUNDED =
                   WS-GRD-SALES(WS-DOW-IDX, WS-HOUR-IDX) /
                   WS-GRD-DAY-COUNT(WS-DOW-IDX)
               COMPUTE WS-AVG-CASHIERS ROUNDED =
                   WS-GRD-CASHIER-HOURS(WS-DOW-IDX, WS-HOUR-IDX) /
                   WS-GRD-DAY-COUNT(WS-DOW-IDX)
           END-IF
           IF WS-GRD-CASHIER-HOURS(WS-DOW-IDX, WS-HOUR-IDX) IS
               GREATER THAN ZEROES
               COMPUTE WS-TICKETS-PER-CSH ROUNDED =
                   WS-GRD-TICKETS(WS-DOW-IDX, WS-HOUR-IDX) /
                   WS-GRD-CASHIER-HOURS(WS-DOW-IDX, WS-HOUR-IDX)
                   ON SIZE ERROR MOVE 999.9 TO WS-TICKETS-PER-CSH
               END-COMPUTE
           END-IF.
       0016-END.

       0017-PRINT-WEEK-SUMMARY.
           MOVE SPACES TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE "BUSIEST SLOT:" TO WS-TSLT-LABEL
           MOVE WS-DAY-NAME(WS-WEEK-BUSY-DOW) TO WS-TSLT-DAY
           COMPUTE WS-TSLT-HOUR = WS-WEEK-BUSY-HOUR - 1
           MOVE WS-WEEK-BUSY-AVG TO WS-TSLT-AVERAGE
           MOVE WS-TRF-SLOT-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE "QUIETEST SLOT:" TO WS-TSLT-LABEL
           MOVE WS-DAY-NAME(WS-WEEK-QUIET-DOW) TO WS-TSLT-DAY
           COMPUTE WS-TSLT-HOUR = WS-WEEK-QUIET-HOUR - 1
           MOVE WS-WEEK-QUIET-AVG TO WS-TSLT-AVERAGE
           MOVE WS-TRF-SLOT-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE SPACES TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE "DAYS IN RANGE:" TO WS-TCL-LABEL
           MOVE WS-DAYS-IN-RANGE TO WS-TCL-COUNT
           MOVE WS-TRF-COUNT-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE "SALE TICKETS:" TO WS-TCL-LABEL
           MOVE WS-TOTAL-TICKETS TO WS-TCL-COUNT
           MOVE WS-TRF-COUNT-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE "NET UNITS:" TO WS-TCL-LABEL
           MOVE WS-TOTAL-UNITS TO WS-TCL-COUNT
           MOVE WS-TRF-COUNT-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           MOVE "NET SALES BEFORE TAX:" TO WS-TAL-LABEL
           MOVE WS-TOTAL-SALES TO WS-TAL-AMOUNT
           MOVE WS-TRF-AMOUNT-LINE TO TRAFFIC-REPORT-LINE
           WRITE TRAFFIC-REPORT-LINE
           IF WS-DH-DROPPED IS GREATER THAN ZEROES
               MOVE "SALES NOT IN CASHIER COUNTS:" TO WS-TCL-LABEL
               MOVE WS-DH-DROPPED TO WS-TCL-COUNT
               MOVE WS-TRF-COUNT-LINE TO TRAFFIC-REPORT-LINE
               WRITE TRAFFIC-REPORT-LINE
           END-IF.
       0017-END.

      * EVERY DATE IN THE RANGE COUNTS TOWARD ITS WEEKDAY, TRADED
      * OR NOT, SO A DAY THE SHOP SAT IDLE PULLS THE AVERAGE DOWN.
       0020-SWEEP-DAILY-FILES.
           MOVE WS-SEL-FROM-DATE TO WS-SWEEP-DATE-NUM
           PERFORM 0021-SCAN-ONE-DAILY-FILE
               UNTIL WS-SWEEP-DATE-NUM IS GREATER THAN
                   WS-SEL-TO-DATE.
       0020-END.

       0021-SCAN-ONE-DAILY-FILE.
           MOVE WS-SWEEP-DATE-NUM TO WS-DOW-DATE-NUM
           PERFORM 0030-COMPUTE-DAY-OF-WEEK
           ADD 1 TO WS-GRD-DAY-COUNT(WS-DAY-OF-WEEK)
           ADD 1 TO WS-DAYS-IN-RANGE
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
           PERFORM 0024-CHECK-LEAP-YEAR
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

       0024-CHECK-LEAP-YEAR.
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
       0024-END.

      * ZELLER'S CONGRUENCE, FOLDED TO 1 = MONDAY THROUGH
      * 7 = SUNDAY AS THE JOB CALENDAR CODES IT.
       0030-COMPUTE-DAY-OF-WEEK.
           MOVE WS-DOW-DAY TO WS-ZELLER-Q
           MOVE WS-DOW-MONTH TO WS-ZELLER-M
           MOVE WS-DOW-YEAR TO WS-ZELLER-YEAR
           IF WS-ZELLER-M IS LESS THAN 3
               ADD 12 TO WS-ZELLER-M
               SUBTRACT 1 FROM WS-ZELLER-YEAR
           END-IF
           DIVIDE WS-ZELLER-YEAR BY 100
               GIVING WS-ZELLER-J
               REMAINDER WS-ZELLER-K
           COMPUTE WS-ZELLER-T1 = 13 * (WS-ZELLER-M + 1)
           DIVIDE 5 INTO WS-ZELLER-T1
           DIVIDE WS-ZELLER-K BY 4 GIVING WS-ZELLER-T2
           DIVIDE WS-ZELLER-J BY 4 GIVING WS-ZELLER-T3
           COMPUTE WS-ZELLER-WORK =
               WS-ZELLER-Q + WS-ZELLER-T1 + WS-ZELLER-K +
               WS-ZELLER-T2 + WS-ZELLER-T3 + (5 * WS-ZELLER-J)
           DIVIDE WS-ZELLER-WORK BY 7
               GIVING WS-ZELLER-WORK
               REMAINDER WS-ZELLER-H
           COMPUTE WS-ZELLER-WORK = WS-ZELLER-H + 5
           DIVIDE WS-ZELLER-WORK BY 7
               GIVING WS-ZELLER-WORK
               REMAINDER WS-ZELLER-H
           COMPUTE WS-DAY-OF-WEEK = WS-ZELLER-H + 1.
       0030-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM HOURRPT.
