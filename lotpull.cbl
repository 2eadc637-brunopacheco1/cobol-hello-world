       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTPULL.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * SHORT-DATED LOT PULL LIST                    *
      * SWEEP OF LOTS.DAT LISTING EVERY LOT OF A     *
      * DATED ITEM THAT STILL SHOWS STOCK AND WILL   *
      * EXPIRE WITHIN THE PULL WINDOW, WITH THE DAYS *
      * LEFT, SO THE FLOOR CAN MARK IT DOWN OR PULL  *
      * IT BEFORE THE WRITE-OFF STEP TAKES IT. ANY   *
      * LOT ALREADY PAST ITS DATE IS FLAGGED. THE    *
      * LIST GOES TO LOT_PULL.LPT AND THE RETAIL     *
      * VALUE OF THE SHORT-DATED STOCK TO RUNSTATS.  *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTFILE ASSIGN "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

           SELECT PULLREPORTFILE ASSIGN "lot_pull.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTFILE.
       COPY LOTREC.

       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  PULLREPORTFILE.
       01  PULL-REPORT-LINE        PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LOT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-MASTER-AVAIL-SW   PIC X VALUE "N".
               88  WS-MASTER-AVAILABLE  VALUE "Y".
           05  WS-STOCKED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-PULL-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-EXPIRED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-PULL-UNITS        PIC 9(7) VALUE ZEROES.
           05  WS-PULL-WINDOW-DAYS  PIC 9(3) VALUE 014.
           05  WS-DAYS-OPEN         PIC 9(3) VALUE ZEROES.
           05  WS-MAX-DAYS-COUNTED  PIC 9(3) VALUE ZEROES.
           05  WS-MONTH-END         PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-SW           PIC X VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER    PIC 9(4) VALUE ZEROES.
           05  WS-LINE-RETAIL       PIC 9(7)V99 VALUE ZEROES.
           05  WS-TOTAL-RETAIL      PIC 9(9)V99 VALUE ZEROES.

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

       01  WS-PULL-HEADING-1.
           05  FILLER             PIC X(38) VALUE
               "PETSTORE - SHORT-DATED LOT PULL LIST ".
           05  WS-PH-DATE         PIC 9(8).

       01  WS-PULL-HEADING-2.
           05  FILLER             PIC X(26) VALUE
               "LOTS EXPIRING WITHIN      ".
           05  WS-PH-WINDOW-DAYS  PIC ZZ9.
           05  FILLER             PIC X(5) VALUE " DAYS".

       01  WS-PULL-HEADING-3.
           05  FILLER             PIC X(30) VALUE
               "ITEM   DESCRIPTN  LOT NUMBER  ".
           05  FILLER             PIC X(30) VALUE
               "EXPIRES   DAYS  RECEIVED  UNIT".
           05  FILLER             PIC X(16) VALUE
               "S        RETAIL ".

       01  WS-PULL-DETAIL-LINE.
           05  WS-PDL-ITEM-CODE   PIC X(6).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-PDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-PDL-LOT-NUMBER  PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-PDL-EXPIRY      PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-PDL-DAYS        PIC ZZ9.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-PDL-RECEIVED    PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-PDL-UNITS       PIC ZZ,ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-PDL-RETAIL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-PDL-NOTE        PIC X(20).

       01  WS-PULL-TOTAL-LINE.
           05  WS-PTL-LABEL       PIC X(30).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PTL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-PULL-COUNT-LINE.
           05  WS-PCL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PCL-COUNT==
               ==:WIDTH:== BY ==Z,ZZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-LOT-PULL-LIST.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT LOTFILE
           IF NOT WS-LOT-STATUS-OK
               DISPLAY "LOTPULL - NO LOT FILE, NOTHING TO LIST"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN INPUT ITEMMASTER
           IF WS-ITEMMASTER-STATUS-OK
               SET WS-MASTER-AVAILABLE TO TRUE
           END-IF
           ADD 1 TO WS-PULL-WINDOW-DAYS GIVING WS-MAX-DAYS-COUNTED
           OPEN OUTPUT PULLREPORTFILE
           MOVE WS-RUN-DATE-NUM TO WS-PH-DATE
           MOVE WS-PULL-WINDOW-DAYS TO WS-PH-WINDOW-DAYS
           MOVE WS-PULL-HEADING-1 TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           MOVE WS-PULL-HEADING-2 TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           MOVE SPACES TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           MOVE WS-PULL-HEADING-3 TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           READ LOTFILE NEXT RECORD
               AT END SET LOT-EOF TO TRUE
           END-READ
           PERFORM 0002-CHECK-ONE-LOT UNTIL LOT-EOF
           CLOSE LOTFILE
           IF WS-MASTER-AVAILABLE
               CLOSE ITEMMASTER
           END-IF
           PERFORM 0005-PRINT-TOTALS
           CLOSE PULLREPORTFILE
           PERFORM 0006-WRITE-RUN-STATS
           DISPLAY "LOTPULL - LOTS IN STOCK: ", WS-STOCKED-COUNT,
               " TO PULL: ", WS-PULL-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-CHECK-ONE-LOT.
           IF LOT-ON-HAND IS GREATER THAN ZEROES
               ADD 1 TO WS-STOCKED-COUNT
               MOVE SPACES TO WS-PDL-NOTE
               IF LOT-EXPIRY-DATE IS LESS THAN WS-RUN-DATE-NUM
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE ZEROES TO WS-DAYS-OPEN
                   MOVE "ALREADY EXPIRED" TO WS-PDL-NOTE
                   PERFORM 0004-PRINT-ONE-LOT
               ELSE
                   PERFORM 0003-COUNT-DAYS-LEFT
                   IF WS-DAYS-OPEN IS NOT GREATER THAN
                       WS-PULL-WINDOW-DAYS
                       PERFORM 0004-PRINT-ONE-LOT
                   END-IF
               END-IF
           END-IF
           READ LOTFILE NEXT RECORD
               AT END SET LOT-EOF TO TRUE
           END-READ.
       0002-END.

      * DAYS LEFT ARE COUNTED BY STEPPING THE RUN DATE FORWARD ONE
      * CALENDAR DAY AT A TIME UNTIL IT REACHES THE EXPIRATION
      * DATE; THE COUNT STOPS ONE DAY PAST THE PULL WINDOW, SINCE
      * ANYTHING FURTHER OUT IS NOT LISTED.
       0003-COUNT-DAYS-LEFT.
           MOVE ZEROES TO WS-DAYS-OPEN
           MOVE WS-RUN-DATE-NUM TO WS-STEP-DATE-NUM
           PERFORM 0007-FORWARD-ONE-DAY
               UNTIL WS-STEP-DATE-NUM IS NOT LESS THAN
                   LOT-EXPIRY-DATE
               OR WS-DAYS-OPEN IS EQUAL TO WS-MAX-DAYS-COUNTED.
       0003-END.

       0004-PRINT-ONE-LOT.
           ADD 1 TO WS-PULL-COUNT
           ADD LOT-ON-HAND TO WS-PULL-UNITS
           MOVE SPACES TO MASTER-DESCRIPTION
           MOVE ZEROES TO MASTER-PRICE
           IF WS-MASTER-AVAILABLE
               MOVE LOT-ITEM-CODE TO MASTER-ITEM-CODE
               READ ITEMMASTER
                   INVALID KEY
                       MOVE SPACES TO MASTER-DESCRIPTION
                       MOVE ZEROES TO MASTER-PRICE
               END-READ
           END-IF
           COMPUTE WS-LINE-RETAIL = LOT-ON-HAND * MASTER-PRICE
           ADD WS-LINE-RETAIL TO WS-TOTAL-RETAIL
           MOVE LOT-ITEM-CODE TO WS-PDL-ITEM-CODE
           MOVE MASTER-DESCRIPTION TO WS-PDL-DESCRIPTION
           MOVE LOT-NUMBER TO WS-PDL-LOT-NUMBER
           MOVE LOT-EXPIRY-DATE TO WS-PDL-EXPIRY
           MOVE WS-DAYS-OPEN TO WS-PDL-DAYS
           MOVE LOT-RECEIVED-DATE TO WS-PDL-RECEIVED
           MOVE LOT-ON-HAND TO WS-PDL-UNITS
           MOVE WS-LINE-RETAIL TO WS-PDL-RETAIL
           MOVE WS-PULL-DETAIL-LINE TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE.
       0004-END.

       0005-PRINT-TOTALS.
           MOVE SPACES TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           MOVE "LOTS WITH STOCK:" TO WS-PCL-LABEL
           MOVE WS-STOCKED-COUNT TO WS-PCL-COUNT
           MOVE WS-PULL-COUNT-LINE TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           MOVE "LOTS TO PULL:" TO WS-PCL-LABEL
           MOVE WS-PULL-COUNT TO WS-PCL-COUNT
           MOVE WS-PULL-COUNT-LINE TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           MOVE "OF WHICH ALREADY EXPIRED:" TO WS-PCL-LABEL
           MOVE WS-EXPIRED-COUNT TO WS-PCL-COUNT
           MOVE WS-PULL-COUNT-LINE TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           MOVE "UNITS TO PULL:" TO WS-PCL-LABEL
           MOVE WS-PULL-UNITS TO WS-PCL-COUNT
           MOVE WS-PULL-COUNT-LINE TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE
           MOVE "SHORT-DATED STOCK AT RETAIL:" TO WS-PTL-LABEL
           MOVE WS-TOTAL-RETAIL TO WS-PTL-AMOUNT
           MOVE WS-PULL-TOTAL-LINE TO PULL-REPORT-LINE
           WRITE PULL-REPORT-LINE.
       0005-END.

       0006-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "LOTPULL" TO RS-PROGRAM
               MOVE "SHORT-DATED STOCK" TO RS-STAT-NAME
               MOVE WS-TOTAL-RETAIL TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0006-END.

       0007-FORWARD-ONE-DAY.
           PERFORM 0008-CHECK-LEAP-YEAR
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
       0007-END.

       0008-CHECK-LEAP-YEAR.
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
       0008-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM LOTPULL.
