       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSEG.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * CUSTOMER SEGMENTATION AND MAILING EXTRACT    *
      * ON THE FIRST OF THE MONTH, SCORES EVERY      *
      * ACTIVE LOYALTY MEMBER ON RECENCY, FREQUENCY  *
      * AND NET SPEND OVER THE LAST TWELVE MONTHS OF *
      * SALES (CLOSED MONTHS FROM THE CUSTOMER       *
      * RECORDS IN SALESHIST.DAT, OPEN MONTHS FROM   *
      * THE DAILY FILES AND THE LIVE LOG), SALES     *
      * UNDER A MERGED-AWAY NUMBER COUNTING FOR THE  *
      * SURVIVOR. EACH MEMBER FALLS INTO ONE SEGMENT *
      * (BEST, LOYAL, NEW, AT RISK, OCCASIONAL,      *
      * LAPSED); CUSTSEG.LPT PRINTS THE SEGMENT      *
      * SUMMARY AND CUSTMAIL.DAT CARRIES THE MEMBERS *
      * OF THE MAILED SEGMENTS, UNDER A CONTROL      *
      * TRAILER, FOR THE MARKETING MAILER. CLOSED    *
      * AND MERGED ACCOUNTS ARE LEFT OUT. ON ANY     *
      * OTHER DAY THE STEP ENDS CLEAN.               *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMERFILE ASSIGN "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT MERGELOGFILE ASSIGN "custmerge.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

           SELECT SALESHISTFILE ASSIGN "saleshist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT SALESLOG ASSIGN "saleslog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESLOG-STATUS.

           SELECT DAILYLOGFILE ASSIGN USING WS-DAILY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DAILY-FILE-STATUS.

           SELECT SEGMENTREPORTFILE ASSIGN "custseg.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAILEXTRACTFILE ASSIGN "custmail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAIL-FILE-STATUS.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMERFILE.
       01  CUSTOMER-RECORD.
           88  CUSTOMER-EOF          VALUE HIGH-VALUES.
           05  CU-NUMBER             PIC 9(7).
           05  CU-NAME               PIC X(20).
           05  CU-POINTS             PIC 9(7).
           05  CU-JOIN-DATE          PIC 9(8).
           05  CU-STATUS             PIC X(1).
               88  CU-INACTIVE           VALUE 'I'.
           05  CU-LAST-ACTIVITY-DATE PIC 9(8).

       FD  MERGELOGFILE.
       01  MERGELOGDETAILS.
           88  MERGELOG-EOF          VALUE HIGH-VALUES.
           05  CM-DATE               PIC 9(8).
           05  CM-TIME               PIC 9(8).
           05  CM-FROM-NUMBER        PIC 9(7).
           05  CM-TO-NUMBER          PIC 9(7).
           05  CM-POINTS-MOVED       PIC 9(7).
           05  CM-OPERATOR           PIC X(10).

       FD  SALESHISTFILE.
       01  SALESHISTDETAILS.
           88  SALESHIST-EOF         VALUE HIGH-VALUES.
           05  SH-REC-TYPE           PIC X.
               88  SH-REC-IS-ITEM        VALUE 'I'.
               88  SH-REC-IS-TENDER      VALUE 'T'.
               88  SH-REC-IS-CUSTOMER    VALUE 'C'.
           05  SH-DATE               PIC 9(8).
           05  SH-ITEM-DATA.
               10  SH-ITEM-CODE      PIC X(6).
               10  SH-DESCRIPTION    PIC X(10).
           05  SH-CUSTOMER-DATA REDEFINES SH-ITEM-DATA.
               10  SH-CUSTOMER-NUMBER PIC 9(7).
               10  FILLER            PIC X(9).
           05  SH-CASHIER-ID         PIC X(8).
           05  SH-TENDER-TYPE        PIC X.
           05  SH-UNITS              PIC 9(7).
           05  SH-COUNT              PIC 9(5).
           05  SH-AMOUNT             PIC 9(9)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==SH-STORE-CODE==.

       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-CUSTOMER-VIEW REDEFINES SALESLOG-RECORD.
           05  LCV-REC-TYPE            PIC X.
               88  LCV-REC-IS-SALE         VALUE 'S'.
               88  LCV-REC-IS-RETURN       VALUE 'R'.
           05  FILLER                  PIC X(1).
           05  LCV-DATE                PIC 9(8).
           05  FILLER                  PIC X(16).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==LCV-TOTAL==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(56).
           05  LCV-CUSTOMER-NUMBER     PIC X(7).
               88  LCV-NO-CUSTOMER         VALUE SPACES "0000000".
           05  FILLER                  PIC X(25).

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  SEGMENTREPORTFILE.
       01  SEGMENT-REPORT-LINE       PIC X(132).

       FD  MAILEXTRACTFILE.
       01  MAIL-EXTRACT-RECORD.
           02  MX-CUSTOMER-NUMBER    PIC 9(7).
           02  MX-NAME               PIC X(20).
           02  MX-SEGMENT            PIC X(10).
           02  MX-RECENCY-SCORE      PIC 9(1).
           02  MX-FREQUENCY-SCORE    PIC 9(1).
           02  MX-SPEND-SCORE        PIC 9(1).
           02  MX-LAST-VISIT-DATE    PIC 9(8).
           02  MX-VISITS             PIC 9(5).
           02  MX-NET-SPEND          PIC 9(7)V99.
           02  MX-POINTS             PIC 9(7).
           02  MX-JOIN-DATE          PIC 9(8).
       01  MAIL-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==MX==.

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CUSTOMER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MERGE-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-HIST-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SALESLOG-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DAILY-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MAIL-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-SEL-FROM-DATE     PIC 9(8) VALUE ZEROES.
           05  WS-SEL-TO-DATE       PIC 9(8) VALUE ZEROES.
           05  WS-SALE-AMOUNT       PIC 9(5)V99 VALUE ZEROES.
           05  WS-VISIT-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-VISIT-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-SPEND-CHANGE      PIC S9(9)V99 VALUE ZEROES.
           05  WS-LOG-CUSTOMER      PIC 9(7) VALUE ZEROES.
           05  WS-LOG-CUSTOMER-X REDEFINES WS-LOG-CUSTOMER
                                    PIC X(7).
           05  WS-MERGE-COUNT       PIC 9(3) VALUE ZEROES.
           05  WS-MERGE-IDX         PIC 9(3) VALUE ZEROES.
           05  WS-MERGE-PASS        PIC 9(1) VALUE ZEROES.
           05  WS-MERGE-MOVED-SW    PIC X VALUE 'N'.
               88  WS-MERGE-MOVED       VALUE 'Y'.
           05  WS-MERGED-AWAY-SW    PIC X VALUE 'N'.
               88  WS-MERGED-AWAY       VALUE 'Y'.
           05  WS-MBR-COUNT         PIC 9(4) VALUE ZEROES.
           05  WS-MBR-IDX           PIC 9(4) VALUE ZEROES.
           05  WS-CURR-MBR-IDX      PIC 9(4) VALUE ZEROES.
           05  WS-MBR-DROPPED       PIC 9(5) VALUE ZEROES.
           05  WS-LIMIT-IDX         PIC 9(1) VALUE ZEROES.
           05  WS-SEG-IDX           PIC 9(1) VALUE ZEROES.
           05  WS-CURR-SEG-IDX      PIC 9(1) VALUE ZEROES.
               88  WS-SEG-IS-BEST       VALUE 1.
               88  WS-SEG-IS-LOYAL      VALUE 2.
               88  WS-SEG-IS-NEW        VALUE 3.
               88  WS-SEG-IS-AT-RISK    VALUE 4.
               88  WS-SEG-IS-OCCASIONAL VALUE 5.
               88  WS-SEG-IS-LAPSED     VALUE 6.
           05  WS-MONTHS-IDLE       PIC S9(5) VALUE ZEROES.
           05  WS-MONTHS-MEMBER     PIC S9(5) VALUE ZEROES.
           05  WS-RECENCY-SCORE     PIC 9(1) VALUE ZEROES.
           05  WS-FREQUENCY-SCORE   PIC 9(1) VALUE ZEROES.
           05  WS-SPEND-SCORE       PIC 9(1) VALUE ZEROES.
           05  WS-MEMBER-SPEND      PIC 9(7)V99 VALUE ZEROES.
           05  WS-ACTIVE-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-CLOSED-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-MERGED-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-MAILED-COUNT      PIC 9(7) VALUE ZEROES.
           05  WS-MAIL-HASH         PIC 9(13)V99 VALUE ZEROES.
           05  WS-AVERAGE-SPEND     PIC 9(7)V99 VALUE ZEROES.

      * SCORING POLICY: EACH SCORE RUNS 1 (WEAKEST) TO 5. RECENCY
      * DROPS A POINT FOR EACH IDLE-MONTH LIMIT THE LAST VISIT IS
      * PAST; FREQUENCY AND SPEND GAIN A POINT FOR EACH VISIT OR
      * SPEND LIMIT REACHED IN THE TWELVE MONTHS. A MEMBER WHO
      * JOINED WITHIN THE NEW-MEMBER MONTHS IS "NEW" WHATEVER THE
      * SCORES SAY. THE SEGMENT TABLE SAYS WHICH SEGMENTS GO TO
      * THE MAILER.
       01  WS-SEGMENT-POLICY.
           05  WS-HISTORY-MONTHS          PIC 9(2) VALUE 12.
           05  WS-NEW-MEMBER-MONTHS       PIC 9(2) VALUE 03.
           05  WS-BEST-MIN-SCORE          PIC 9(1) VALUE 4.
           05  WS-VALUED-MIN-SCORE        PIC 9(1) VALUE 3.
           05  WS-RECENCY-LIMIT-VALUES.
               10  FILLER PIC 9(2) VALUE 01.
               10  FILLER PIC 9(2) VALUE 03.
               10  FILLER PIC 9(2) VALUE 06.
               10  FILLER PIC 9(2) VALUE 09.
           05  WS-RECENCY-LIMITS REDEFINES WS-RECENCY-LIMIT-VALUES.
               10  WS-RECENCY-LIMIT OCCURS 4 TIMES PIC 9(2).
           05  WS-FREQUENCY-LIMIT-VALUES.
               10  FILLER PIC 9(3) VALUE 002.
               10  FILLER PIC 9(3) VALUE 006.
               10  FILLER PIC 9(3) VALUE 012.
               10  FILLER PIC 9(3) VALUE 024.
           05  WS-FREQUENCY-LIMITS REDEFINES
               WS-FREQUENCY-LIMIT-VALUES.
               10  WS-FREQUENCY-LIMIT OCCURS 4 TIMES PIC 9(3).
           05  WS-SPEND-LIMIT-VALUES.
               10  FILLER PIC 9(5)V99 VALUE 100.00.
               10  FILLER PIC 9(5)V99 VALUE 250.00.
               10  FILLER PIC 9(5)V99 VALUE 500.00.
               10  FILLER PIC 9(5)V99 VALUE 1000.00.
           05  WS-SPEND-LIMITS REDEFINES WS-SPEND-LIMIT-VALUES.
               10  WS-SPEND-LIMIT OCCURS 4 TIMES PIC 9(5)V99.

       01  WS-SEGMENT-VALUES.
           05  FILLER PIC X(11) VALUE "BEST      Y".
           05  FILLER PIC X(11) VALUE "LOYAL     N".
           05  FILLER PIC X(11) VALUE "NEW       Y".
           05  FILLER PIC X(11) VALUE "AT RISK   Y".
           05  FILLER PIC X(11) VALUE "OCCASIONALN".
           05  FILLER PIC X(11) VALUE "LAPSED    Y".
       01  WS-SEGMENT-TABLE REDEFINES WS-SEGMENT-VALUES.
           05  WS-SEG-ENTRY OCCURS 6 TIMES.
               10  WS-SEG-NAME          PIC X(10).
               10  WS-SEG-MAIL-SW       PIC X(1).
                   88  WS-SEG-MAILED        VALUE 'Y'.

       01  WS-SEGMENT-TOTALS.
           05  WS-SGT-ENTRY OCCURS 6 TIMES.
               10  WS-SGT-MEMBERS       PIC 9(5).
               10  WS-SGT-SPEND         PIC 9(9)V99.
               10  WS-SGT-MAILED        PIC 9(5).

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-ACTIVITY-DATE.
           05  WS-ACT-YEAR          PIC 9(4).
           05  WS-ACT-MONTH         PIC 9(2).
           05  WS-ACT-DAY           PIC 9(2).
       01  WS-ACTIVITY-DATE-NUM REDEFINES WS-ACTIVITY-DATE
                                    PIC 9(8).

       01  WS-MERGE-TABLE.
           05  WS-MERGE-ENTRY OCCURS 100 TIMES.
               10  WS-MRG-FROM          PIC 9(7).
               10  WS-MRG-TO            PIC 9(7).

       01  WS-MEMBER-TABLE.
           05  WS-MBR-ENTRY OCCURS 2000 TIMES.
               10  WS-MBR-NUMBER        PIC 9(7).
               10  WS-MBR-LAST-DATE     PIC 9(8).
               10  WS-MBR-VISITS        PIC 9(5).
               10  WS-MBR-SPEND         PIC S9(9)V99.

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
           05  WS-MONTH-END-DAY     PIC 9(2).
           05  WS-LEAP-YEAR-SWITCH  PIC X(1) VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-YEAR-REMAINDER    PIC 9(3).
           05  WS-YEAR-QUOTIENT     PIC 9(5).

       01  WS-SEG-HEADING-1.
           05  FILLER             PIC X(38) VALUE
               "PETSTORE - CUSTOMER SEGMENTATION".

       01  WS-SEG-PERIOD-LINE.
           05  FILLER             PIC X(14) VALUE "HISTORY FROM: ".
           05  WS-SPL-FROM        PIC 9(8).
           05  FILLER             PIC X(6)  VALUE "  TO: ".
           05  WS-SPL-TO          PIC 9(8).

       01  WS-SEG-COLUMN-HEADINGS.
           05  FILLER             PIC X(40) VALUE
               "SEGMENT    MAIL  MEMBERS      NET SPEND ".
           05  FILLER             PIC X(21) VALUE
               "AVERAGE SPEND  MAILED".

       01  WS-SEG-DETAIL-LINE.
           05  WS-SDL-SEGMENT     PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-SDL-MAIL        PIC X(1).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-SDL-MEMBERS     PIC ZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SDL-SPEND==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SDL-AVERAGE==
               ==:WIDTH:== BY ==$$$,$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SDL-MAILED      PIC ZZ,ZZ9.

       01  WS-SEG-COUNT-LINE.
           05  WS-SCL-LABEL       PIC X(32).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-SCL-COUNT==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-SEGMENTATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-RUN-DAY IS NOT EQUAL TO 01
               DISPLAY "CUSTSEG - NOT THE FIRST OF THE MONTH, "
                   "NO SEGMENTATION DUE"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE WS-RUN-DATE-NUM TO WS-SWEEP-DATE-NUM
           PERFORM 0024-BACK-ONE-DAY
           MOVE WS-SWEEP-DATE-NUM TO WS-SEL-TO-DATE
           MOVE WS-RUN-DATE-NUM TO WS-SWEEP-DATE-NUM
           SUBTRACT 1 FROM WS-SWEEP-YEAR
           MOVE WS-SWEEP-DATE-NUM TO WS-SEL-FROM-DATE
           OPEN INPUT CUSTOMERFILE
           IF NOT WS-CUSTOMER-STATUS-OK
               DISPLAY "CUSTSEG - NO CUSTOMER MASTER, "
                   "NO SEGMENTATION DUE"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           INITIALIZE WS-SEGMENT-TOTALS
           PERFORM 0002-LOAD-MERGE-TABLE
           PERFORM 0005-LOAD-SALES-HISTORY
           PERFORM 0020-SWEEP-DAILY-FILES
           OPEN INPUT SALESLOG
           IF WS-SALESLOG-STATUS-OK
               READ SALESLOG
                   AT END SET SALESLOG-EOF TO TRUE
               END-READ
               PERFORM 0007-SCAN-ONE-LOG-RECORD UNTIL SALESLOG-EOF
               CLOSE SALESLOG
           END-IF
           OPEN OUTPUT MAILEXTRACTFILE
           IF NOT WS-MAIL-FILE-STATUS-OK
               DISPLAY "CUSTSEG ABEND - MAILING EXTRACT I/O ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-MAIL-FILE-STATUS
               CLOSE CUSTOMERFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           READ CUSTOMERFILE NEXT RECORD
               AT END SET CUSTOMER-EOF TO TRUE
           END-READ
           PERFORM 0012-SEGMENT-ONE-MEMBER THRU 0012-EXIT
               UNTIL CUSTOMER-EOF
           CLOSE CUSTOMERFILE
           PERFORM 0017-WRITE-MAIL-TRAILER
           CLOSE MAILEXTRACTFILE
           PERFORM 0018-PRINT-SEGMENT-SUMMARY
           PERFORM 0019-WRITE-RUN-STATS
           DISPLAY "CUSTSEG - MEMBERS SCORED: ", WS-ACTIVE-COUNT,
               " MAILING RECORDS: ", WS-MAILED-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-MERGE-TABLE.
           OPEN INPUT MERGELOGFILE
           IF WS-MERGE-FILE-STATUS-OK
               READ MERGELOGFILE
                   AT END SET MERGELOG-EOF TO TRUE
               END-READ
               PERFORM 0003-STORE-ONE-MERGE UNTIL MERGELOG-EOF
               CLOSE MERGELOGFILE
           END-IF.
       0002-END.

       0003-STORE-ONE-MERGE.
           IF WS-MERGE-COUNT IS EQUAL TO 100
               DISPLAY "CUSTSEG - MERGE TABLE FULL (100 MAX), "
                   "OLDER MERGES UNTRACKED"
           ELSE
               ADD 1 TO WS-MERGE-COUNT
               MOVE CM-FROM-NUMBER TO WS-MRG-FROM(WS-MERGE-COUNT)
               MOVE CM-TO-NUMBER TO WS-MRG-TO(WS-MERGE-COUNT)
           END-IF
           READ MERGELOGFILE
               AT END SET MERGELOG-EOF TO TRUE
           END-READ.
       0003-END.

      * A SALE UNDER A MERGED-AWAY NUMBER BELONGS TO THE SURVIVOR.
      * THE SURVIVOR MAY ITSELF HAVE BEEN MERGED LATER, SO THE
      * TABLE IS WALKED AGAIN UNTIL THE NUMBER STOPS MOVING (A
      * FEW PASSES AT MOST).
       0004-RESOLVE-MERGED-NUMBER.
           MOVE 'Y' TO WS-MERGE-MOVED-SW
           PERFORM 0011-FOLLOW-MERGES
               VARYING WS-MERGE-PASS FROM 1 BY 1
               UNTIL WS-MERGE-PASS IS GREATER THAN 5
                   OR NOT WS-MERGE-MOVED.
       0004-END.

       0005-LOAD-SALES-HISTORY.
           OPEN INPUT SALESHISTFILE
           IF WS-HIST-FILE-STATUS-OK
               READ SALESHISTFILE
                   AT END SET SALESHIST-EOF TO TRUE
               END-READ
               PERFORM 0006-TAKE-ONE-HISTORY-RECORD
                   UNTIL SALESHIST-EOF
               CLOSE SALESHISTFILE
           END-IF.
       0005-END.

       0006-TAKE-ONE-HISTORY-RECORD.
           IF SH-REC-IS-CUSTOMER AND
               SH-DATE IS NOT LESS THAN WS-SEL-FROM-DATE AND
               SH-DATE IS NOT GREATER THAN WS-SEL-TO-DATE
               MOVE SH-CUSTOMER-NUMBER TO WS-LOG-CUSTOMER
               MOVE SH-DATE TO WS-VISIT-DATE
               MOVE SH-COUNT TO WS-VISIT-COUNT
               MOVE SH-AMOUNT TO WS-SPEND-CHANGE
               PERFORM 0009-POST-TO-MEMBER
           END-IF
           READ SALESHISTFILE
               AT END SET SALESHIST-EOF TO TRUE
           END-READ.
       0006-END.

       0007-SCAN-ONE-LOG-RECORD.
           PERFORM 0008-CHECK-ONE-RECORD
           READ SALESLOG
               AT END SET SALESLOG-EOF TO TRUE
           END-READ.
       0007-END.

      * A MEMBER'S SALE IS A VISIT AND ADDS TO SPEND; A RETURN
      * TAKES ITS AMOUNT BACK OFF SPEND.
       0008-CHECK-ONE-RECORD.
           IF (LCV-REC-IS-SALE OR LCV-REC-IS-RETURN) AND
               NOT LCV-NO-CUSTOMER AND
               LCV-DATE IS NOT LESS THAN WS-SEL-FROM-DATE AND
               LCV-DATE IS NOT GREATER THAN WS-RUN-DATE-NUM
               MOVE LCV-CUSTOMER-NUMBER TO WS-LOG-CUSTOMER-X
               MOVE LCV-TOTAL TO WS-SALE-AMOUNT
               IF LCV-REC-IS-SALE
                   MOVE LCV-DATE TO WS-VISIT-DATE
                   MOVE 1 TO WS-VISIT-COUNT
                   MOVE WS-SALE-AMOUNT TO WS-SPEND-CHANGE
               ELSE
                   MOVE ZEROES TO WS-VISIT-DATE
                   MOVE ZEROES TO WS-VISIT-COUNT
                   COMPUTE WS-SPEND-CHANGE = ZERO - WS-SALE-AMOUNT
               END-IF
               PERFORM 0009-POST-TO-MEMBER
           END-IF.
       0008-END.

       0009-POST-TO-MEMBER.
           PERFORM 0004-RESOLVE-MERGED-NUMBER
           MOVE ZEROES TO WS-CURR-MBR-IDX
           PERFORM 0010-MATCH-ONE-MEMBER
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX IS GREATER THAN WS-MBR-COUNT
                   OR WS-CURR-MBR-IDX IS GREATER THAN ZEROES
           IF WS-CURR-MBR-IDX IS EQUAL TO ZEROES
               IF WS-MBR-COUNT IS EQUAL TO 2000
                   ADD 1 TO WS-MBR-DROPPED
               ELSE
                   ADD 1 TO WS-MBR-COUNT
                   MOVE WS-MBR-COUNT TO WS-CURR-MBR-IDX
                   MOVE WS-LOG-CUSTOMER TO
                       WS-MBR-NUMBER(WS-CURR-MBR-IDX)
                   MOVE ZEROES TO WS-MBR-LAST-DATE(WS-CURR-MBR-IDX)
                   MOVE ZEROES TO WS-MBR-VISITS(WS-CURR-MBR-IDX)
                   MOVE ZEROES TO WS-MBR-SPEND(WS-CURR-MBR-IDX)
               END-IF
           END-IF
           IF WS-CURR-MBR-IDX IS GREATER THAN ZEROES
               ADD WS-VISIT-COUNT TO WS-MBR-VISITS(WS-CURR-MBR-IDX)
               ADD WS-SPEND-CHANGE TO WS-MBR-SPEND(WS-CURR-MBR-IDX)
               IF WS-VISIT-COUNT IS GREATER THAN ZEROES AND
                   WS-VISIT-DATE IS GREATER THAN
                       WS-MBR-LAST-DATE(WS-CURR-MBR-IDX)
                   MOVE WS-VISIT-DATE TO
                       WS-MBR-LAST-DATE(WS-CURR-MBR-IDX)
               END-IF
           END-IF.
       0009-END.

       0010-MATCH-ONE-MEMBER.
           IF WS-MBR-NUMBER(WS-MBR-IDX) IS EQUAL TO WS-LOG-CUSTOMER
               MOVE WS-MBR-IDX TO WS-CURR-MBR-IDX
           END-IF.
       0010-END.

       0011-FOLLOW-MERGES.
           MOVE 'N' TO WS-MERGE-MOVED-SW
           PERFORM 0023-FOLLOW-ONE-MERGE
               VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX IS GREATER THAN WS-MERGE-COUNT.
       0011-END.

      * CLOSED ACCOUNTS ARE COUNTED AND LEFT OUT; ONE THAT SHOWS AS
      * THE DUPLICATE SIDE OF A MERGE COUNTS AS MERGED RATHER THAN
      * DEACTIVATED. EVERY ACTIVE MEMBER IS SCORED, SEGMENTED AND,
      * WHEN THE SEGMENT IS MAILED, WRITTEN TO THE EXTRACT.
       0012-SEGMENT-ONE-MEMBER.
           IF CU-INACTIVE
               MOVE 'N' TO WS-MERGED-AWAY-SW
               PERFORM 0022-CHECK-MERGED-AWAY
                   VARYING WS-MERGE-IDX FROM 1 BY 1
                   UNTIL WS-MERGE-IDX IS GREATER THAN WS-MERGE-COUNT
               IF WS-MERGED-AWAY
                   ADD 1 TO WS-MERGED-COUNT
               ELSE
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
               READ CUSTOMERFILE NEXT RECORD
                   AT END SET CUSTOMER-EOF TO TRUE
               END-READ
               GO TO 0012-EXIT
           END-IF
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE CU-NUMBER TO WS-LOG-CUSTOMER
           MOVE ZEROES TO WS-CURR-MBR-IDX
           PERFORM 0010-MATCH-ONE-MEMBER
               VARYING WS-MBR-IDX FROM 1 BY 1
               UNTIL WS-MBR-IDX IS GREATER THAN WS-MBR-COUNT
                   OR WS-CURR-MBR-IDX IS GREATER THAN ZEROES
           PERFORM 0013-SCORE-MEMBER
           PERFORM 0014-ASSIGN-SEGMENT
           ADD 1 TO WS-SGT-MEMBERS(WS-CURR-SEG-IDX)
           ADD WS-MEMBER-SPEND TO WS-SGT-SPEND(WS-CURR-SEG-IDX)
           IF WS-SEG-MAILED(WS-CURR-SEG-IDX)
               PERFORM 0016-WRITE-MAIL-RECORD
           END-IF
           READ CUSTOMERFILE NEXT RECORD
               AT END SET CUSTOMER-EOF TO TRUE
           END-READ.
       0012-EXIT.
           EXIT.
       0012-END.

      * A MEMBER WITH NO VISIT IN THE TWELVE MONTHS SCORES ZERO
      * ALL ROUND. NET SPEND BELOW ZERO (RETURNS OF GOODS BOUGHT
      * BEFORE THE PERIOD) IS TAKEN AS ZERO.
       0013-SCORE-MEMBER.
           MOVE ZEROES TO WS-RECENCY-SCORE
           MOVE ZEROES TO WS-FREQUENCY-SCORE
           MOVE ZEROES TO WS-SPEND-SCORE
           MOVE ZEROES TO WS-MEMBER-SPEND
           MOVE ZEROES TO WS-VISIT-COUNT
           MOVE ZEROES TO WS-VISIT-DATE
           IF WS-CURR-MBR-IDX IS GREATER THAN ZEROES
               MOVE WS-MBR-VISITS(WS-CURR-MBR-IDX) TO WS-VISIT-COUNT
               MOVE WS-MBR-LAST-DATE(WS-CURR-MBR-IDX)
                   TO WS-VISIT-DATE
               IF WS-MBR-SPEND(WS-CURR-MBR-IDX) IS GREATER THAN
                   ZEROES
                   MOVE WS-MBR-SPEND(WS-CURR-MBR-IDX)
                       TO WS-MEMBER-SPEND
               END-IF
           END-IF
           IF WS-VISIT-COUNT IS GREATER THAN ZEROES
               MOVE WS-VISIT-DATE TO WS-ACTIVITY-DATE-NUM
               COMPUTE WS-MONTHS-IDLE =
                   (WS-RUN-YEAR - WS-ACT-YEAR) * 12 +
                   WS-RUN-MONTH - WS-ACT-MONTH
               MOVE 5 TO WS-RECENCY-SCORE
               MOVE 1 TO WS-FREQUENCY-SCORE
               MOVE 1 TO WS-SPEND-SCORE
               PERFORM 0015-APPLY-ONE-LIMIT
                   VARYING WS-LIMIT-IDX FROM 1 BY 1
                   UNTIL WS-LIMIT-IDX IS GREATER THAN 4
           END-IF.
       0013-END.

       0014-ASSIGN-SEGMENT.
           MOVE CU-JOIN-DATE TO WS-ACTIVITY-DATE-NUM
           COMPUTE WS-MONTHS-MEMBER =
               (WS-RUN-YEAR - WS-ACT-YEAR) * 12 +
               WS-RUN-MONTH - WS-ACT-MONTH
           EVALUATE TRUE
               WHEN WS-MONTHS-MEMBER IS LESS THAN
                   WS-NEW-MEMBER-MONTHS
                   SET WS-SEG-IS-NEW TO TRUE
               WHEN WS-RECENCY-SCORE IS LESS THAN 2
                   SET WS-SEG-IS-LAPSED TO TRUE
               WHEN WS-RECENCY-SCORE IS NOT LESS THAN
                   WS-BEST-MIN-SCORE AND
                   WS-FREQUENCY-SCORE IS NOT LESS THAN
                       WS-BEST-MIN-SCORE AND
                   WS-SPEND-SCORE IS NOT LESS THAN
                       WS-BEST-MIN-SCORE
                   SET WS-SEG-IS-BEST TO TRUE
               WHEN WS-FREQUENCY-SCORE IS LESS THAN
                   WS-VALUED-MIN-SCORE AND
                   WS-SPEND-SCORE IS LESS THAN WS-VALUED-MIN-SCORE
                   SET WS-SEG-IS-OCCASIONAL TO TRUE
               WHEN WS-RECENCY-SCORE IS LESS THAN
                   WS-BEST-MIN-SCORE
                   SET WS-SEG-IS-AT-RISK TO TRUE
               WHEN OTHER
                   SET WS-SEG-IS-LOYAL TO TRUE
           END-EVALUATE.
       0014-END.

       0015-APPLY-ONE-LIMIT.
           IF WS-MONTHS-IDLE IS GREATER THAN
               WS-RECENCY-LIMIT(WS-LIMIT-IDX)
               SUBTRACT 1 FROM WS-RECENCY-SCORE
           END-IF
           IF WS-VISIT-COUNT IS NOT LESS THAN
               WS-FREQUENCY-LIMIT(WS-LIMIT-IDX)
               ADD 1 TO WS-FREQUENCY-SCORE
           END-IF
           IF WS-MEMBER-SPEND IS NOT LESS THAN
               WS-SPEND-LIMIT(WS-LIMIT-IDX)
               ADD 1 TO WS-SPEND-SCORE
           END-IF.
       0015-END.

       0016-WRITE-MAIL-RECORD.
           MOVE SPACES TO MAIL-EXTRACT-RECORD
           MOVE CU-NUMBER TO MX-CUSTOMER-NUMBER
           MOVE CU-NAME TO MX-NAME
           MOVE WS-SEG-NAME(WS-CURR-SEG-IDX) TO MX-SEGMENT
           MOVE WS-RECENCY-SCORE TO MX-RECENCY-SCORE
           MOVE WS-FREQUENCY-SCORE TO MX-FREQUENCY-SCORE
           MOVE WS-SPEND-SCORE TO MX-SPEND-SCORE
           MOVE WS-VISIT-DATE TO MX-LAST-VISIT-DATE
           MOVE WS-VISIT-COUNT TO MX-VISITS
           MOVE WS-MEMBER-SPEND TO MX-NET-SPEND
           MOVE CU-POINTS TO MX-POINTS
           MOVE CU-JOIN-DATE TO MX-JOIN-DATE
           WRITE MAIL-EXTRACT-RECORD
           ADD 1 TO WS-MAILED-COUNT
           ADD WS-MEMBER-SPEND TO WS-MAIL-HASH
           ADD 1 TO WS-SGT-MAILED(WS-CURR-SEG-IDX).
       0016-END.

       0017-WRITE-MAIL-TRAILER.
           MOVE SPACES TO MAIL-TRAILER-VIEW
           MOVE "TRAILER " TO MX-TRL-ID
           MOVE WS-MAILED-COUNT TO MX-TRL-RECORD-COUNT
           MOVE WS-MAIL-HASH TO MX-TRL-AMOUNT-HASH
           WRITE MAIL-TRAILER-VIEW.
       0017-END.

       0018-PRINT-SEGMENT-SUMMARY.
           OPEN OUTPUT SEGMENTREPORTFILE
           MOVE WS-SEG-HEADING-1 TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           MOVE WS-SEL-FROM-DATE TO WS-SPL-FROM
           MOVE WS-SEL-TO-DATE TO WS-SPL-TO
           MOVE WS-SEG-PERIOD-LINE TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           MOVE SPACES TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           MOVE WS-SEG-COLUMN-HEADINGS TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           PERFORM 0021-PRINT-ONE-SEGMENT
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX IS GREATER THAN 6
           MOVE SPACES TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           MOVE "ACTIVE MEMBERS SCORED:" TO WS-SCL-LABEL
           MOVE WS-ACTIVE-COUNT TO WS-SCL-COUNT
           MOVE WS-SEG-COUNT-LINE TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           MOVE "CLOSED MEMBERS LEFT OUT:" TO WS-SCL-LABEL
           MOVE WS-CLOSED-COUNT TO WS-SCL-COUNT
           MOVE WS-SEG-COUNT-LINE TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           MOVE "MERGED MEMBERS LEFT OUT:" TO WS-SCL-LABEL
           MOVE WS-MERGED-COUNT TO WS-SCL-COUNT
           MOVE WS-SEG-COUNT-LINE TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           MOVE "MAILING RECORDS WRITTEN:" TO WS-SCL-LABEL
           MOVE WS-MAILED-COUNT TO WS-SCL-COUNT
           MOVE WS-SEG-COUNT-LINE TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE
           IF WS-MBR-DROPPED IS GREATER THAN ZEROES
               MOVE "SALES NOT SCORED (TABLE FULL):" TO WS-SCL-LABEL
               MOVE WS-MBR-DROPPED TO WS-SCL-COUNT
               MOVE WS-SEG-COUNT-LINE TO SEGMENT-REPORT-LINE
               WRITE SEGMENT-REPORT-LINE
           END-IF
           CLOSE SEGMENTREPORTFILE.
       0018-END.

       0019-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "CUSTSEG" TO RS-PROGRAM
               MOVE "MEMBERS SCORED" TO RS-STAT-NAME
               MOVE WS-ACTIVE-COUNT TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "CUSTSEG" TO RS-PROGRAM
               MOVE "MAILING RECORDS" TO RS-STAT-NAME
               MOVE WS-MAILED-COUNT TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0019-END.

       0020-SWEEP-DAILY-FILES.
           MOVE WS-SEL-FROM-DATE TO WS-SWEEP-DATE-NUM
           PERFORM 0025-SCAN-ONE-DAILY-FILE
               UNTIL WS-SWEEP-DATE-NUM IS GREATER THAN
                   WS-SEL-TO-DATE.
       0020-END.

       0021-PRINT-ONE-SEGMENT.
           MOVE WS-SEG-NAME(WS-SEG-IDX) TO WS-SDL-SEGMENT
           MOVE WS-SEG-MAIL-SW(WS-SEG-IDX) TO WS-SDL-MAIL
           MOVE WS-SGT-MEMBERS(WS-SEG-IDX) TO WS-SDL-MEMBERS
           MOVE WS-SGT-SPEND(WS-SEG-IDX) TO WS-SDL-SPEND
           MOVE ZEROES TO WS-AVERAGE-SPEND
           IF WS-SGT-MEMBERS(WS-SEG-IDX) IS GREATER THAN ZEROES
               COMPUTE WS-AVERAGE-SPEND ROUNDED =
                   WS-SGT-SPEND(WS-SEG-IDX) /
                   WS-SGT-MEMBERS(WS-SEG-IDX)
           END-IF
           MOVE WS-AVERAGE-SPEND TO WS-SDL-AVERAGE
           MOVE WS-SGT-MAILED(WS-SEG-IDX) TO WS-SDL-MAILED
           MOVE WS-SEG-DETAIL-LINE TO SEGMENT-REPORT-LINE
           WRITE SEGMENT-REPORT-LINE.
       0021-END.

       0022-CHECK-MERGED-AWAY.
           IF WS-MRG-FROM(WS-MERGE-IDX) IS EQUAL TO CU-NUMBER
               SET WS-MERGED-AWAY TO TRUE
           END-IF.
       0022-END.

       0023-FOLLOW-ONE-MERGE.
           IF WS-MRG-FROM(WS-MERGE-IDX) IS EQUAL TO WS-LOG-CUSTOMER
               MOVE WS-MRG-TO(WS-MERGE-IDX) TO WS-LOG-CUSTOMER
               SET WS-MERGE-MOVED TO TRUE
           END-IF.
       0023-END.

       0024-BACK-ONE-DAY.
           IF WS-SWEEP-DAY IS GREATER THAN 1
               SUBTRACT 1 FROM WS-SWEEP-DAY
           ELSE
               IF WS-SWEEP-MONTH IS GREATER THAN 1
                   SUBTRACT 1 FROM WS-SWEEP-MONTH
               ELSE
                   MOVE 12 TO WS-SWEEP-MONTH
                   SUBTRACT 1 FROM WS-SWEEP-YEAR
               END-IF
               PERFORM 0028-CHECK-LEAP-YEAR
               IF WS-SWEEP-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
                   MOVE 29 TO WS-SWEEP-DAY
               ELSE
                   MOVE WS-DAYS-IN-MONTH(WS-SWEEP-MONTH)
                       TO WS-SWEEP-DAY
               END-IF
           END-IF.
       0024-END.

       0025-SCAN-ONE-DAILY-FILE.
           MOVE WS-SWEEP-DATE-NUM TO WS-DAILY-FILENAME-DATE
           OPEN INPUT DAILYLOGFILE
           IF WS-DAILY-FILE-STATUS-OK
               READ DAILYLOGFILE
                   AT END SET DAILY-LOG-EOF TO TRUE
               END-READ
               PERFORM 0026-SCAN-ONE-DAILY-RECORD
                   UNTIL DAILY-LOG-EOF
               CLOSE DAILYLOGFILE
           END-IF
           PERFORM 0027-ADVANCE-SWEEP-DATE.
       0025-END.

       0026-SCAN-ONE-DAILY-RECORD.
           MOVE DAILY-LOG-RECORD TO SALESLOG-RECORD
           PERFORM 0008-CHECK-ONE-RECORD
           READ DAILYLOGFILE
               AT END SET DAILY-LOG-EOF TO TRUE
           END-READ.
       0026-END.

       0027-ADVANCE-SWEEP-DATE.
           PERFORM 0028-CHECK-LEAP-YEAR
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
       0027-END.

       0028-CHECK-LEAP-YEAR.
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
       0028-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM CUSTSEG.
