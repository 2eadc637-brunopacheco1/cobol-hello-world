       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHMON.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * BATCH WINDOW MONITOR                         *
      * CALLED BY DAILYRUN AS EACH STEP ENDS AND     *
      * ONCE AGAIN WHEN THE STREAM STOPS. EVERY CALL *
      * REBUILDS EACH STEP'S LAST 30 GOOD RUNS FROM  *
      * THE DAILYRUN START/END STAMPS ON RUNLOG.DAT, *
      * WITH RECORD COUNTS TAKEN FROM THE PROGRAM'S  *
      * OWN END STAMP WHERE IT WRITES ONE, AND TAKES *
      * THEIR AVERAGE AS THE STEP'S NORMAL.          *
      *                                              *
      * AS A STEP ENDS, A RUN WELL BEYOND ITS NORMAL *
      * TIME OR WITH READ OR WRITE COUNTS WELL UNDER *
      * NORMAL RAISES AN ALERT ON THE CONSOLE AND AN *
      * ALERT STAMP ON RUNLOG.DAT, AND THE STREAM'S  *
      * FINISH IS PREDICTED FROM THE NORMAL TIMES OF *
      * THE STEPS THAT RAN LAST NIGHT AND HAVE NOT   *
      * RUN YET TONIGHT. AT THE END THE BATCH WINDOW *
      * REPORT LISTS TONIGHT'S STEPS AGAINST THEIR   *
      * NORMALS AND EACH STEP'S ELAPSED TIME OVER    *
      * ITS LAST 30 RUNS, OLDEST FIRST, SO GROWTH    *
      * SHOWS BEFORE IT BREAKS THE WINDOW.           *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNLOG ASSIGN "runlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT WINDOWREPORTFILE ASSIGN "batch_window.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNLOG.
       01  RUNLOG-RECORD              PIC X(71).
           88  RUNLOG-EOF             VALUE HIGH-VALUES.

       FD  WINDOWREPORTFILE.
       01  WINDOW-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNLOG-STATUS==.
           05  WS-NOW-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-NOW-TIME          PIC 9(8) VALUE ZEROES.
           05  WS-NOW-SECONDS       PIC 9(7) VALUE ZEROES.
           05  WS-STREAM-SECONDS    PIC 9(7) VALUE ZEROES.
           05  WS-STREAM-ELAPSED    PIC S9(7) VALUE ZEROES.
           05  WS-END-SECONDS       PIC 9(7) VALUE ZEROES.
           05  WS-ELAPSED-SECONDS   PIC S9(7) VALUE ZEROES.
           05  WS-OPEN-COUNT        PIC 9(2) VALUE ZEROES.
           05  WS-OPEN-IDX          PIC 9(2) VALUE ZEROES.
           05  WS-MATCH-IDX         PIC 9(2) VALUE ZEROES.
           05  WS-MATCH-PROGRAM     PIC X(12) VALUE SPACES.
           05  WS-STEP-COUNT        PIC 9(2) VALUE ZEROES.
           05  WS-STEP-IDX          PIC 9(2) VALUE ZEROES.
           05  WS-CURR-STEP-IDX     PIC 9(2) VALUE ZEROES.
           05  WS-RUN-IDX           PIC 9(2) VALUE ZEROES.
           05  WS-RUN-SLOT          PIC 9(2) VALUE ZEROES.
           05  WS-SLOT              PIC S9(3) VALUE ZEROES.
           05  WS-THIRD             PIC 9(2) VALUE ZEROES.
           05  WS-LINE-POS          PIC 9(2) VALUE ZEROES.
           05  WS-SUM-ELAPSED       PIC 9(9) VALUE ZEROES.
           05  WS-SUM-READ          PIC 9(9) VALUE ZEROES.
           05  WS-SUM-WRITTEN       PIC 9(9) VALUE ZEROES.
           05  WS-EARLY-SUM         PIC 9(9) VALUE ZEROES.
           05  WS-RECENT-SUM        PIC 9(9) VALUE ZEROES.
           05  WS-EARLY-AVG         PIC 9(7) VALUE ZEROES.
           05  WS-RECENT-AVG        PIC 9(7) VALUE ZEROES.
           05  WS-GROWTH-PERCENT    PIC S9(5)V9 VALUE ZEROES.
           05  WS-WORK-PERCENT      PIC 9(9) VALUE ZEROES.
           05  WS-REMAINING-SECONDS PIC 9(7) VALUE ZEROES.
           05  WS-REMAINING-STEPS   PIC 9(2) VALUE ZEROES.
           05  WS-NORMAL-STREAM     PIC 9(7) VALUE ZEROES.
           05  WS-CLOCK-SECONDS     PIC 9(7) VALUE ZEROES.
           05  WS-CLOCK-REST        PIC 9(7) VALUE ZEROES.
           05  WS-JUDGED-COUNT      PIC 9(2) VALUE ZEROES.
           05  WS-LATE-COUNT        PIC 9(2) VALUE ZEROES.
           05  WS-LOW-COUNT         PIC 9(2) VALUE ZEROES.

      * A STEP IS JUDGED ONLY ONCE IT HAS ENOUGH GOOD RUNS BEHIND
      * IT. IT IS LATE WHEN IT RUNS PAST THE LATE PERCENTAGE OF
      * ITS NORMAL AND ALSO BY MORE THAN THE GRACE, SO A STEP
      * THAT NORMALLY TAKES SECONDS IS NOT FLAGGED FOR A FEW MORE.
      * ITS COUNTS ARE LOW WHEN UNDER THE LOW-COUNT PERCENTAGE OF
      * A NORMAL OF AT LEAST THE FLOOR. THE STREAM'S FIRST STEP
      * MARKS WHERE EACH NIGHT'S STREAM BEGAN.
       01  WS-MONITOR-LIMITS.
           05  WS-HISTORY-MINIMUM   PIC 9(2) VALUE 05.
           05  WS-LATE-PERCENT      PIC 9(3) VALUE 150.
           05  WS-LATE-GRACE        PIC 9(5) VALUE 00060.
           05  WS-LOW-COUNT-PERCENT PIC 9(3) VALUE 050.
           05  WS-LOW-COUNT-FLOOR   PIC 9(7) VALUE 0000010.
           05  WS-FIRST-STEP        PIC X(12) VALUE "HELLOWORLD".
           05  WS-DRIVER-COMMENT    PIC X(20) VALUE "DAILYRUN STEP".

       01  WS-STAMP-KEY.
           05  WS-SK-DATE           PIC 9(8).
           05  WS-SK-TIME           PIC 9(8).
       01  WS-STAMP-KEY-NUM REDEFINES WS-STAMP-KEY PIC 9(16).

       01  WS-STREAM-KEY.
           05  WS-STK-DATE          PIC 9(8).
           05  WS-STK-TIME          PIC 9(8).
       01  WS-STREAM-KEY-NUM REDEFINES WS-STREAM-KEY PIC 9(16).

       01  WS-PREV-STREAM-KEY       PIC 9(16) VALUE ZEROES.
       01  WS-LATEST-FIRST-KEY      PIC 9(16) VALUE ZEROES.
       01  WS-EARLIER-FIRST-KEY     PIC 9(16) VALUE ZEROES.
       01  WS-FIRST-TONIGHT-SW      PIC X(1)  VALUE "N".
           88  WS-FIRST-RAN-TONIGHT     VALUE "Y".

       01  WS-TIME-PARTS.
           05  WS-TP-HOUR           PIC 9(2).
           05  WS-TP-MINUTE         PIC 9(2).
           05  WS-TP-SECOND         PIC 9(2).
           05  FILLER               PIC 9(2).

       01  WS-SHOW-CLOCK.
           05  WS-SC-HOUR           PIC 9(2).
           05  FILLER               PIC X(1) VALUE ":".
           05  WS-SC-MINUTE         PIC 9(2).
           05  FILLER               PIC X(1) VALUE ":".
           05  WS-SC-SECOND         PIC 9(2).

       01  WS-OPEN-START-TABLE.
           05  WS-OPEN-ENTRY OCCURS 20 TIMES.
               10  WS-OPN-PROGRAM   PIC X(12).
               10  WS-OPN-KEY       PIC 9(16).
               10  WS-OPN-DATE      PIC 9(8).
               10  WS-OPN-SECONDS   PIC 9(7).
               10  WS-OPN-READ      PIC 9(7).
               10  WS-OPN-WRITTEN   PIC 9(7).

      * EACH STEP'S GOOD RUNS ARE KEPT IN A RING OF 30: THE NEXT
      * SLOT IS WHERE THE NEXT RUN GOES, SO ONCE THE RING IS FULL
      * THE NEXT SLOT ALSO HOLDS THE OLDEST RUN.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 40 TIMES.
               10  WS-ST-PROGRAM        PIC X(12).
               10  WS-ST-RUNS           PIC 9(2).
               10  WS-ST-NEXT-SLOT      PIC 9(2).
               10  WS-ST-LAST-KEY       PIC 9(16).
               10  WS-ST-NORMAL         PIC 9(7).
               10  WS-ST-SHORTEST       PIC 9(7).
               10  WS-ST-LONGEST        PIC 9(7).
               10  WS-ST-NORMAL-READ    PIC 9(7).
               10  WS-ST-NORMAL-WRITTEN PIC 9(7).
               10  WS-ST-TONIGHT-SW     PIC X(1).
                   88  WS-ST-RAN-TONIGHT    VALUE "Y".
               10  WS-ST-TN-ELAPSED     PIC 9(7).
               10  WS-ST-TN-READ        PIC 9(7).
               10  WS-ST-TN-WRITTEN     PIC 9(7).
               10  WS-ST-TN-RC          PIC 9(4).
               10  WS-ST-TN-PERCENT     PIC 9(5).
               10  WS-ST-READ-PERCENT   PIC 9(3).
               10  WS-ST-WRITE-PERCENT  PIC 9(3).
               10  WS-ST-JUDGED-SW      PIC X(1).
                   88  WS-ST-JUDGED         VALUE "Y".
               10  WS-ST-LATE-SW        PIC X(1).
                   88  WS-ST-LATE           VALUE "Y".
               10  WS-ST-LOW-READ-SW    PIC X(1).
                   88  WS-ST-LOW-READ       VALUE "Y".
               10  WS-ST-LOW-WRITE-SW   PIC X(1).
                   88  WS-ST-LOW-WRITE      VALUE "Y".
               10  WS-ST-RUN OCCURS 30 TIMES.
                   15  WS-SR-DATE       PIC 9(8).
                   15  WS-SR-ELAPSED    PIC 9(7).
                   15  WS-SR-READ       PIC 9(7).
                   15  WS-SR-WRITTEN    PIC 9(7).

       01  WS-LATE-COMMENT.
           05  FILLER               PIC X(5) VALUE "LATE ".
           05  WS-LC-PERCENT        PIC ZZZ9.
           05  FILLER               PIC X(11) VALUE "% OF NORMAL".

       01  WS-LOW-COMMENT.
           05  WS-LWC-WHAT          PIC X(6).
           05  WS-LWC-PERCENT       PIC ZZ9.
           05  FILLER               PIC X(11) VALUE "% OF NORMAL".

       01  WS-WINDOW-HEADING-1.
           05  FILLER             PIC X(50) VALUE
               "ACME CORPORATION - BATCH WINDOW MONITOR".
           05  WS-WH1-DATE        PIC 9(8).

       01  WS-WINDOW-HEADING-2.
           05  FILLER             PIC X(16) VALUE "STREAM STARTED".
           05  WS-WH2-DATE        PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-WH2-START       PIC X(8).
           05  FILLER             PIC X(15) VALUE "   REPORTED AT".
           05  WS-WH2-NOW         PIC X(8).

       01  WS-WINDOW-COLUMN-HEADINGS.
           05  FILLER             PIC X(14) VALUE "STEP".
           05  FILLER             PIC X(5)  VALUE "RUNS".
           05  FILLER             PIC X(9)  VALUE " NORMAL".
           05  FILLER             PIC X(9)  VALUE "  SHORT".
           05  FILLER             PIC X(9)  VALUE "   LONG".
           05  FILLER             PIC X(9)  VALUE "TONIGHT".
           05  FILLER             PIC X(6)  VALUE " PCT".
           05  FILLER             PIC X(9)  VALUE "   READ".
           05  FILLER             PIC X(9)  VALUE "NORM RD".
           05  FILLER             PIC X(9)  VALUE "WRITTEN".
           05  FILLER             PIC X(9)  VALUE "NORM WR".
           05  FILLER             PIC X(20) VALUE "FLAG".

       01  WS-WINDOW-DETAIL-LINE.
           05  WS-WDL-PROGRAM     PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WDL-RUNS        PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WDL-NORMAL      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WDL-SHORTEST    PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WDL-LONGEST     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WDL-TONIGHT     PIC ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WDL-PERCENT     PIC ZZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-WDL-READ==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-WDL-NORMAL-READ==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-WDL-WRITTEN==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:==
               BY ==WS-WDL-NORMAL-WRITTEN==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-WDL-FLAG        PIC X(20).

       01  WS-WINDOW-COUNT-LINE.
           05  WS-WCL-LABEL       PIC X(36).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-WCL-COUNT==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.

       01  WS-WINDOW-CLOCK-LINE.
           05  WS-WKL-LABEL       PIC X(36).
           05  WS-WKL-CLOCK       PIC X(8).

       01  WS-TREND-HEADING.
           05  FILLER             PIC X(33) VALUE
               "ELAPSED SECONDS OVER EACH STEP'S".
           05  FILLER             PIC X(32) VALUE
               "LAST 30 GOOD RUNS, OLDEST FIRST".

       01  WS-TREND-STEP-LINE.
           05  WS-TSL-PROGRAM     PIC X(12).
           05  FILLER             PIC X(8)  VALUE "  RUNS ".
           05  WS-TSL-RUNS        PIC ZZ9.
           05  FILLER             PIC X(8)  VALUE "   FROM ".
           05  WS-TSL-FROM        PIC 9(8).
           05  FILLER             PIC X(6)  VALUE "  TO ".
           05  WS-TSL-TO          PIC 9(8).

       01  WS-TREND-VALUE-LINE.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  WS-TVL-ENTRY OCCURS 10 TIMES.
               10  WS-TVL-VALUE   PIC ZZZ,ZZ9.
               10  FILLER         PIC X(2).

       01  WS-TREND-GROWTH-LINE.
           05  FILLER             PIC X(14) VALUE SPACES.
           05  FILLER             PIC X(19) VALUE
               "FIRST THIRD AVG".
           05  WS-TGL-EARLY       PIC ZZZ,ZZ9.
           05  FILLER             PIC X(19) VALUE
               "   LAST THIRD AVG".
           05  WS-TGL-RECENT      PIC ZZZ,ZZ9.
           05  FILLER             PIC X(10) VALUE "   CHANGE".
           05  WS-TGL-GROWTH      PIC ++++9.9.
           05  FILLER             PIC X(1)  VALUE "%".

       COPY RUNLOGREC.

       LINKAGE SECTION.
       COPY BATCHMONAREA.

       PROCEDURE DIVISION USING BATCHMON-AREA.

       0001-RUN-BATCH-MONITOR.
           MOVE ZEROES TO BM-ALERT-COUNT
           MOVE ZEROES TO WS-OPEN-COUNT
           MOVE ZEROES TO WS-STEP-COUNT
           MOVE ZEROES TO WS-PREV-STREAM-KEY
           MOVE ZEROES TO WS-LATEST-FIRST-KEY
           MOVE ZEROES TO WS-EARLIER-FIRST-KEY
           MOVE "N" TO WS-FIRST-TONIGHT-SW
           MOVE BM-STREAM-DATE TO WS-STK-DATE
           MOVE BM-STREAM-TIME TO WS-STK-TIME
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NOW-TIME TO WS-TIME-PARTS
           COMPUTE WS-NOW-SECONDS =
               WS-TP-HOUR * 3600 + WS-TP-MINUTE * 60 + WS-TP-SECOND
           OPEN INPUT RUNLOG
           IF NOT WS-RUNLOG-STATUS-OK
               DISPLAY "BATCHMON - NO RUN LOG ON HAND, NOTHING TO "
                   "MEASURE AGAINST"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           READ RUNLOG INTO RUNLOG-AUDIT-RECORD
               AT END SET RUNLOG-EOF TO TRUE
           END-READ
           PERFORM 0025-NOTE-ONE-STREAM-START UNTIL RUNLOG-EOF
           CLOSE RUNLOG
           PERFORM 0026-SETTLE-STREAM-START
           MOVE WS-STK-TIME TO WS-TIME-PARTS
           COMPUTE WS-STREAM-SECONDS =
               WS-TP-HOUR * 3600 + WS-TP-MINUTE * 60 + WS-TP-SECOND
           OPEN INPUT RUNLOG
           READ RUNLOG INTO RUNLOG-AUDIT-RECORD
               AT END SET RUNLOG-EOF TO TRUE
           END-READ
           PERFORM 0002-PROCESS-ONE-STAMP UNTIL RUNLOG-EOF
           CLOSE RUNLOG
           PERFORM 0012-FIGURE-ONE-NORMAL
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX IS GREATER THAN WS-STEP-COUNT
           MOVE ZEROES TO WS-REMAINING-SECONDS
           MOVE ZEROES TO WS-REMAINING-STEPS
           MOVE ZEROES TO WS-NORMAL-STREAM
           IF WS-PREV-STREAM-KEY IS GREATER THAN ZEROES
               PERFORM 0018-ADD-ONE-REMAINING
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX IS GREATER THAN WS-STEP-COUNT
           END-IF
           IF BM-CHECK-STEP
               PERFORM 0015-CHECK-STEP THRU 0015-EXIT
           END-IF
           IF BM-WINDOW-REPORT
               PERFORM 0020-PRINT-WINDOW-REPORT
           END-IF
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * ONLY THE DRIVER'S OWN STEP STAMPS TIME A STEP. A PROGRAM'S
      * OWN END STAMP, WRITTEN INSIDE THE DRIVER'S, CARRIES ITS
      * RECORD COUNTS; ANY OTHER STAMP IS IGNORED.
       0002-PROCESS-ONE-STAMP.
           MOVE RL-DATE TO WS-SK-DATE
           MOVE RL-TIME TO WS-SK-TIME
           IF RL-EVENT-START AND RL-COMMENT IS EQUAL TO
               WS-DRIVER-COMMENT
               PERFORM 0003-STORE-OPEN-START
           END-IF
           IF RL-EVENT-END
               IF RL-COMMENT IS EQUAL TO WS-DRIVER-COMMENT
                   PERFORM 0005-CLOSE-OPEN-START
               ELSE
                   PERFORM 0004-NOTE-STEP-COUNTS
               END-IF
           END-IF
           READ RUNLOG INTO RUNLOG-AUDIT-RECORD
               AT END SET RUNLOG-EOF TO TRUE
           END-READ.
       0002-END.

      * A START LEFT OPEN BY A STEP THAT NEVER ENDED IS REPLACED BY
      * THAT STEP'S NEXT START.
       0003-STORE-OPEN-START.
           MOVE RL-PROGRAM TO WS-MATCH-PROGRAM
           PERFORM 0006-FIND-OPEN-START
           IF WS-MATCH-IDX IS EQUAL TO ZEROES
               MOVE SPACES TO WS-MATCH-PROGRAM
               PERFORM 0006-FIND-OPEN-START
               IF WS-MATCH-IDX IS EQUAL TO ZEROES AND
                   WS-OPEN-COUNT IS LESS THAN 20
                   ADD 1 TO WS-OPEN-COUNT
                   MOVE WS-OPEN-COUNT TO WS-MATCH-IDX
               END-IF
           END-IF
           IF WS-MATCH-IDX IS GREATER THAN ZEROES
               MOVE RL-PROGRAM TO WS-OPN-PROGRAM(WS-MATCH-IDX)
               MOVE WS-STAMP-KEY-NUM TO WS-OPN-KEY(WS-MATCH-IDX)
               MOVE RL-DATE TO WS-OPN-DATE(WS-MATCH-IDX)
               MOVE RL-TIME TO WS-TIME-PARTS
               COMPUTE WS-OPN-SECONDS(WS-MATCH-IDX) =
                   WS-TP-HOUR * 3600 + WS-TP-MINUTE * 60 +
                   WS-TP-SECOND
               MOVE ZEROES TO WS-OPN-READ(WS-MATCH-IDX)
               MOVE ZEROES TO WS-OPN-WRITTEN(WS-MATCH-IDX)
           END-IF.
       0003-END.

       0004-NOTE-STEP-COUNTS.
           MOVE RL-PROGRAM TO WS-MATCH-PROGRAM
           PERFORM 0006-FIND-OPEN-START
           IF WS-MATCH-IDX IS GREATER THAN ZEROES
               MOVE RL-RECORDS-READ TO WS-OPN-READ(WS-MATCH-IDX)
               MOVE RL-RECORDS-WRITTEN TO WS-OPN-WRITTEN(WS-MATCH-IDX)
           END-IF.
       0004-END.

      * A STEP STARTED SINCE THIS STREAM BEGAN IS TONIGHT'S RUN;
      * AN EARLIER ONE JOINS THE STEP'S HISTORY IF IT ENDED CLEAN.
       0005-CLOSE-OPEN-START.
           MOVE RL-PROGRAM TO WS-MATCH-PROGRAM
           PERFORM 0006-FIND-OPEN-START
           IF WS-MATCH-IDX IS GREATER THAN ZEROES
               MOVE RL-TIME TO WS-TIME-PARTS
               COMPUTE WS-END-SECONDS =
                   WS-TP-HOUR * 3600 + WS-TP-MINUTE * 60 +
                   WS-TP-SECOND
               COMPUTE WS-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-OPN-SECONDS(WS-MATCH-IDX)
               IF WS-ELAPSED-SECONDS IS LESS THAN ZEROES
                   ADD 86400 TO WS-ELAPSED-SECONDS
               END-IF
               PERFORM 0008-FIND-STEP
               IF WS-CURR-STEP-IDX IS EQUAL TO ZEROES
                   PERFORM 0010-ADD-STEP
               END-IF
               IF WS-CURR-STEP-IDX IS GREATER THAN ZEROES
                   IF WS-OPN-KEY(WS-MATCH-IDX) IS NOT LESS THAN
                       WS-STREAM-KEY-NUM
                       MOVE "Y" TO WS-ST-TONIGHT-SW(WS-CURR-STEP-IDX)
                       MOVE WS-ELAPSED-SECONDS
                           TO WS-ST-TN-ELAPSED(WS-CURR-STEP-IDX)
                       MOVE WS-OPN-READ(WS-MATCH-IDX)
                           TO WS-ST-TN-READ(WS-CURR-STEP-IDX)
                       MOVE WS-OPN-WRITTEN(WS-MATCH-IDX)
                           TO WS-ST-TN-WRITTEN(WS-CURR-STEP-IDX)
                       MOVE RL-RETURN-CODE
                           TO WS-ST-TN-RC(WS-CURR-STEP-IDX)
                   ELSE
                       IF RL-RETURN-CODE IS EQUAL TO ZEROES
                           PERFORM 0011-ADD-HISTORY-RUN
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO WS-OPN-PROGRAM(WS-MATCH-IDX)
           END-IF.
       0005-END.

       0006-FIND-OPEN-START.
           MOVE ZEROES TO WS-MATCH-IDX
           PERFORM 0007-MATCH-ONE-OPEN
               VARYING WS-OPEN-IDX FROM 1 BY 1
               UNTIL WS-OPEN-IDX IS GREATER THAN WS-OPEN-COUNT.
       0006-END.

       0007-MATCH-ONE-OPEN.
           IF WS-OPN-PROGRAM(WS-OPEN-IDX) IS EQUAL TO WS-MATCH-PROGRAM
               MOVE WS-OPEN-IDX TO WS-MATCH-IDX
           END-IF.
       0007-END.

       0008-FIND-STEP.
           MOVE ZEROES TO WS-CURR-STEP-IDX
           PERFORM 0009-MATCH-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX IS GREATER THAN WS-STEP-COUNT.
       0008-END.

       0009-MATCH-ONE-STEP.
           IF WS-ST-PROGRAM(WS-STEP-IDX) IS EQUAL TO WS-MATCH-PROGRAM
               MOVE WS-STEP-IDX TO WS-CURR-STEP-IDX
           END-IF.
       0009-END.

       0010-ADD-STEP.
           IF WS-STEP-COUNT IS LESS THAN 40
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-CURR-STEP-IDX
               INITIALIZE WS-STEP-ENTRY(WS-CURR-STEP-IDX)
               MOVE WS-MATCH-PROGRAM
                   TO WS-ST-PROGRAM(WS-CURR-STEP-IDX)
               MOVE 1 TO WS-ST-NEXT-SLOT(WS-CURR-STEP-IDX)
               MOVE "N" TO WS-ST-TONIGHT-SW(WS-CURR-STEP-IDX)
           END-IF.
       0010-END.

       0011-ADD-HISTORY-RUN.
           MOVE WS-ST-NEXT-SLOT(WS-CURR-STEP-IDX) TO WS-RUN-SLOT
           MOVE WS-OPN-DATE(WS-MATCH-IDX)
               TO WS-SR-DATE(WS-CURR-STEP-IDX, WS-RUN-SLOT)
           MOVE WS-ELAPSED-SECONDS
               TO WS-SR-ELAPSED(WS-CURR-STEP-IDX, WS-RUN-SLOT)
           MOVE WS-OPN-READ(WS-MATCH-IDX)
               TO WS-SR-READ(WS-CURR-STEP-IDX, WS-RUN-SLOT)
           MOVE WS-OPN-WRITTEN(WS-MATCH-IDX)
               TO WS-SR-WRITTEN(WS-CURR-STEP-IDX, WS-RUN-SLOT)
           MOVE WS-OPN-KEY(WS-MATCH-IDX)
               TO WS-ST-LAST-KEY(WS-CURR-STEP-IDX)
           IF WS-RUN-SLOT IS EQUAL TO 30
               MOVE 1 TO WS-ST-NEXT-SLOT(WS-CURR-STEP-IDX)
           ELSE
               ADD 1 TO WS-ST-NEXT-SLOT(WS-CURR-STEP-IDX)
           END-IF
           IF WS-ST-RUNS(WS-CURR-STEP-IDX) IS LESS THAN 30
               ADD 1 TO WS-ST-RUNS(WS-CURR-STEP-IDX)
           END-IF.
       0011-END.

       0012-FIGURE-ONE-NORMAL.
           IF WS-ST-RUNS(WS-STEP-IDX) IS GREATER THAN ZEROES
               MOVE ZEROES TO WS-SUM-ELAPSED
               MOVE ZEROES TO WS-SUM-READ
               MOVE ZEROES TO WS-SUM-WRITTEN
               MOVE 9999999 TO WS-ST-SHORTEST(WS-STEP-IDX)
               MOVE ZEROES TO WS-ST-LONGEST(WS-STEP-IDX)
               PERFORM 0013-SUM-ONE-RUN
                   VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX IS GREATER THAN
                       WS-ST-RUNS(WS-STEP-IDX)
               COMPUTE WS-ST-NORMAL(WS-STEP-IDX) ROUNDED =
                   WS-SUM-ELAPSED / WS-ST-RUNS(WS-STEP-IDX)
               COMPUTE WS-ST-NORMAL-READ(WS-STEP-IDX) ROUNDED =
                   WS-SUM-READ / WS-ST-RUNS(WS-STEP-IDX)
               COMPUTE WS-ST-NORMAL-WRITTEN(WS-STEP-IDX) ROUNDED =
                   WS-SUM-WRITTEN / WS-ST-RUNS(WS-STEP-IDX)
           END-IF
           PERFORM 0014-JUDGE-ONE-STEP.
       0012-END.

       0013-SUM-ONE-RUN.
           ADD WS-SR-ELAPSED(WS-STEP-IDX, WS-RUN-IDX)
               TO WS-SUM-ELAPSED
           ADD WS-SR-READ(WS-STEP-IDX, WS-RUN-IDX) TO WS-SUM-READ
           ADD WS-SR-WRITTEN(WS-STEP-IDX, WS-RUN-IDX)
               TO WS-SUM-WRITTEN
           IF WS-SR-ELAPSED(WS-STEP-IDX, WS-RUN-IDX) IS LESS THAN
               WS-ST-SHORTEST(WS-STEP-IDX)
               MOVE WS-SR-ELAPSED(WS-STEP-IDX, WS-RUN-IDX)
                   TO WS-ST-SHORTEST(WS-STEP-IDX)
           END-IF
           IF WS-SR-ELAPSED(WS-STEP-IDX, WS-RUN-IDX) IS GREATER THAN
               WS-ST-LONGEST(WS-STEP-IDX)
               MOVE WS-SR-ELAPSED(WS-STEP-IDX, WS-RUN-IDX)
                   TO WS-ST-LONGEST(WS-STEP-IDX)
           END-IF.
       0013-END.

       0014-JUDGE-ONE-STEP.
           MOVE "N" TO WS-ST-JUDGED-SW(WS-STEP-IDX)
           MOVE "N" TO WS-ST-LATE-SW(WS-STEP-IDX)
           MOVE "N" TO WS-ST-LOW-READ-SW(WS-STEP-IDX)
           MOVE "N" TO WS-ST-LOW-WRITE-SW(WS-STEP-IDX)
           MOVE ZEROES TO WS-ST-TN-PERCENT(WS-STEP-IDX)
           IF WS-ST-RAN-TONIGHT(WS-STEP-IDX) AND
               WS-ST-RUNS(WS-STEP-IDX) IS NOT LESS THAN
                   WS-HISTORY-MINIMUM
               MOVE "Y" TO WS-ST-JUDGED-SW(WS-STEP-IDX)
               IF WS-ST-NORMAL(WS-STEP-IDX) IS GREATER THAN ZEROES
                   COMPUTE WS-WORK-PERCENT ROUNDED =
                       WS-ST-TN-ELAPSED(WS-STEP-IDX) * 100 /
                       WS-ST-NORMAL(WS-STEP-IDX)
                   IF WS-WORK-PERCENT IS GREATER THAN 9999
                       MOVE 9999 TO WS-WORK-PERCENT
                   END-IF
                   MOVE WS-WORK-PERCENT
                       TO WS-ST-TN-PERCENT(WS-STEP-IDX)
               END-IF
               IF WS-ST-TN-PERCENT(WS-STEP-IDX) IS GREATER THAN
                   WS-LATE-PERCENT AND
                   WS-ST-TN-ELAPSED(WS-STEP-IDX) IS GREATER THAN
                   WS-ST-NORMAL(WS-STEP-IDX) + WS-LATE-GRACE
                   MOVE "Y" TO WS-ST-LATE-SW(WS-STEP-IDX)
               END-IF
               IF WS-ST-NORMAL-READ(WS-STEP-IDX) IS NOT LESS THAN
                   WS-LOW-COUNT-FLOOR
                   COMPUTE WS-ST-READ-PERCENT(WS-STEP-IDX) ROUNDED =
                       WS-ST-TN-READ(WS-STEP-IDX) * 100 /
                       WS-ST-NORMAL-READ(WS-STEP-IDX)
                       ON SIZE ERROR
                           MOVE 999 TO WS-ST-READ-PERCENT(WS-STEP-IDX)
                   END-COMPUTE
                   IF WS-ST-READ-PERCENT(WS-STEP-IDX) IS LESS THAN
                       WS-LOW-COUNT-PERCENT
                       MOVE "Y" TO WS-ST-LOW-READ-SW(WS-STEP-IDX)
                   END-IF
               END-IF
               IF WS-ST-NORMAL-WRITTEN(WS-STEP-IDX) IS NOT LESS THAN
                   WS-LOW-COUNT-FLOOR
                   COMPUTE WS-ST-WRITE-PERCENT(WS-STEP-IDX) ROUNDED =
                       WS-ST-TN-WRITTEN(WS-STEP-IDX) * 100 /
                       WS-ST-NORMAL-WRITTEN(WS-STEP-IDX)
                       ON SIZE ERROR
                           MOVE 999 TO WS-ST-WRITE-PERCENT(WS-STEP-IDX)
                   END-COMPUTE
                   IF WS-ST-WRITE-PERCENT(WS-STEP-IDX) IS LESS THAN
                       WS-LOW-COUNT-PERCENT
                       MOVE "Y" TO WS-ST-LOW-WRITE-SW(WS-STEP-IDX)
                   END-IF
               END-IF
           END-IF.
       0014-END.

       0015-CHECK-STEP.
           MOVE BM-STEP-NAME TO WS-MATCH-PROGRAM
           PERFORM 0008-FIND-STEP
           IF WS-CURR-STEP-IDX IS EQUAL TO ZEROES
               GO TO 0015-EXIT
           END-IF
           MOVE WS-CURR-STEP-IDX TO WS-STEP-IDX
           IF NOT WS-ST-RAN-TONIGHT(WS-STEP-IDX)
               GO TO 0015-EXIT
           END-IF
           IF WS-ST-LATE(WS-STEP-IDX)
               DISPLAY "BATCHMON ALERT - ", BM-STEP-NAME, " RAN ",
                   WS-ST-TN-ELAPSED(WS-STEP-IDX),
                   " SECONDS AGAINST A NORMAL ",
                   WS-ST-NORMAL(WS-STEP-IDX)
               MOVE WS-ST-TN-PERCENT(WS-STEP-IDX) TO WS-LC-PERCENT
               MOVE WS-LATE-COMMENT TO RL-COMMENT
               PERFORM 0016-RAISE-ALERT
           END-IF
           IF WS-ST-LOW-READ(WS-STEP-IDX)
               DISPLAY "BATCHMON ALERT - ", BM-STEP-NAME, " READ ",
                   WS-ST-TN-READ(WS-STEP-IDX),
                   " RECORDS AGAINST A NORMAL ",
                   WS-ST-NORMAL-READ(WS-STEP-IDX)
               MOVE "READS" TO WS-LWC-WHAT
               MOVE WS-ST-READ-PERCENT(WS-STEP-IDX) TO WS-LWC-PERCENT
               MOVE WS-LOW-COMMENT TO RL-COMMENT
               PERFORM 0016-RAISE-ALERT
           END-IF
           IF WS-ST-LOW-WRITE(WS-STEP-IDX)
               DISPLAY "BATCHMON ALERT - ", BM-STEP-NAME, " WROTE ",
                   WS-ST-TN-WRITTEN(WS-STEP-IDX),
                   " RECORDS AGAINST A NORMAL ",
                   WS-ST-NORMAL-WRITTEN(WS-STEP-IDX)
               MOVE "WRITES" TO WS-LWC-WHAT
               MOVE WS-ST-WRITE-PERCENT(WS-STEP-IDX)
                   TO WS-LWC-PERCENT
               MOVE WS-LOW-COMMENT TO RL-COMMENT
               PERFORM 0016-RAISE-ALERT
           END-IF
           IF WS-PREV-STREAM-KEY IS GREATER THAN ZEROES
               PERFORM 0017-PREDICT-FINISH
               DISPLAY "BATCHMON - ", WS-REMAINING-STEPS,
                   " STEPS STILL EXPECTED, PREDICTED FINISH ",
                   WS-SHOW-CLOCK
           END-IF.
       0015-EXIT.
           EXIT.
       0015-END.

      * THE ALERT COMMENT IS ALREADY IN RL-COMMENT; THE REST OF THE
      * STAMP CARRIES TONIGHT'S FIGURES FOR THE STEP. THE STAMP IS
      * BUILT IN WORKING STORAGE AND MOVED TO THE RECORD ONCE THE
      * LOG IS OPEN.
       0016-RAISE-ALERT.
           MOVE BM-STEP-NAME TO RL-PROGRAM
           MOVE "ALERT" TO RL-EVENT
           MOVE WS-NOW-DATE TO RL-DATE
           MOVE WS-NOW-TIME TO RL-TIME
           MOVE WS-ST-TN-READ(WS-STEP-IDX) TO RL-RECORDS-READ
           MOVE WS-ST-TN-WRITTEN(WS-STEP-IDX) TO RL-RECORDS-WRITTEN
           MOVE WS-ST-TN-RC(WS-STEP-IDX) TO RL-RETURN-CODE
           OPEN EXTEND RUNLOG
           IF WS-RUNLOG-STATUS-OK
               MOVE RUNLOG-AUDIT-RECORD TO RUNLOG-RECORD
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG
           END-IF
           ADD 1 TO BM-ALERT-COUNT.
       0016-END.

       0017-PREDICT-FINISH.
           COMPUTE WS-CLOCK-SECONDS =
               WS-NOW-SECONDS + WS-REMAINING-SECONDS
           PERFORM 0019-SECONDS-TO-CLOCK.
       0017-END.

      * THE STEPS THAT RAN IN LAST NIGHT'S STREAM MAKE UP A NORMAL
      * NIGHT; THOSE NOT YET RUN TONIGHT ARE STILL TO COME.
       0018-ADD-ONE-REMAINING.
           IF WS-ST-RUNS(WS-STEP-IDX) IS GREATER THAN ZEROES AND
               WS-ST-LAST-KEY(WS-STEP-IDX) IS NOT LESS THAN
                   WS-PREV-STREAM-KEY
               ADD WS-ST-NORMAL(WS-STEP-IDX) TO WS-NORMAL-STREAM
               IF NOT WS-ST-RAN-TONIGHT(WS-STEP-IDX)
                   ADD WS-ST-NORMAL(WS-STEP-IDX)
                       TO WS-REMAINING-SECONDS
                   ADD 1 TO WS-REMAINING-STEPS
               END-IF
           END-IF.
       0018-END.

       0019-SECONDS-TO-CLOCK.
           IF WS-CLOCK-SECONDS IS NOT LESS THAN 86400
               SUBTRACT 86400 FROM WS-CLOCK-SECONDS
           END-IF
           DIVIDE WS-CLOCK-SECONDS BY 3600
               GIVING WS-SC-HOUR
               REMAINDER WS-CLOCK-REST
           DIVIDE WS-CLOCK-REST BY 60
               GIVING WS-SC-MINUTE
               REMAINDER WS-SC-SECOND.
       0019-END.

       0020-PRINT-WINDOW-REPORT.
           OPEN OUTPUT WINDOWREPORTFILE
           MOVE WS-NOW-DATE TO WS-WH1-DATE
           MOVE WS-WINDOW-HEADING-1 TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE WS-STK-DATE TO WS-WH2-DATE
           MOVE WS-STREAM-SECONDS TO WS-CLOCK-SECONDS
           PERFORM 0019-SECONDS-TO-CLOCK
           MOVE WS-SHOW-CLOCK TO WS-WH2-START
           MOVE WS-NOW-SECONDS TO WS-CLOCK-SECONDS
           PERFORM 0019-SECONDS-TO-CLOCK
           MOVE WS-SHOW-CLOCK TO WS-WH2-NOW
           MOVE WS-WINDOW-HEADING-2 TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE WS-WINDOW-COLUMN-HEADINGS TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE ZEROES TO WS-JUDGED-COUNT
           MOVE ZEROES TO WS-LATE-COUNT
           MOVE ZEROES TO WS-LOW-COUNT
           PERFORM 0021-PRINT-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX IS GREATER THAN WS-STEP-COUNT
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE "STEPS JUDGED TONIGHT:" TO WS-WCL-LABEL
           MOVE WS-JUDGED-COUNT TO WS-WCL-COUNT
           MOVE WS-WINDOW-COUNT-LINE TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE "STEPS RUNNING LATE:" TO WS-WCL-LABEL
           MOVE WS-LATE-COUNT TO WS-WCL-COUNT
           MOVE WS-WINDOW-COUNT-LINE TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE "STEPS WITH LOW RECORD COUNTS:" TO WS-WCL-LABEL
           MOVE WS-LOW-COUNT TO WS-WCL-COUNT
           MOVE WS-WINDOW-COUNT-LINE TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           COMPUTE WS-STREAM-ELAPSED =
               WS-NOW-SECONDS - WS-STREAM-SECONDS
           IF WS-STREAM-ELAPSED IS LESS THAN ZEROES
               ADD 86400 TO WS-STREAM-ELAPSED
           END-IF
           MOVE "STREAM ELAPSED SO FAR (SECONDS):" TO WS-WCL-LABEL
           MOVE WS-STREAM-ELAPSED TO WS-WCL-COUNT
           MOVE WS-WINDOW-COUNT-LINE TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           IF WS-PREV-STREAM-KEY IS GREATER THAN ZEROES
               MOVE "NORMAL STREAM (SECONDS):" TO WS-WCL-LABEL
               MOVE WS-NORMAL-STREAM TO WS-WCL-COUNT
               MOVE WS-WINDOW-COUNT-LINE TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               MOVE "STEPS STILL EXPECTED:" TO WS-WCL-LABEL
               MOVE WS-REMAINING-STEPS TO WS-WCL-COUNT
               MOVE WS-WINDOW-COUNT-LINE TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               PERFORM 0017-PREDICT-FINISH
               MOVE "PREDICTED FINISH:" TO WS-WKL-LABEL
               MOVE WS-SHOW-CLOCK TO WS-WKL-CLOCK
               MOVE WS-WINDOW-CLOCK-LINE TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
           END-IF
           MOVE SPACES TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           MOVE WS-TREND-HEADING TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE
           PERFORM 0022-PRINT-ONE-TREND
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX IS GREATER THAN WS-STEP-COUNT
           CLOSE WINDOWREPORTFILE
           DISPLAY "BATCHMON - BATCH WINDOW REPORT WRITTEN, LATE: ",
               WS-LATE-COUNT, " LOW COUNTS: ", WS-LOW-COUNT.
       0020-END.

       0021-PRINT-ONE-STEP.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-WDL-PROGRAM
           MOVE WS-ST-RUNS(WS-STEP-IDX) TO WS-WDL-RUNS
           MOVE WS-ST-NORMAL(WS-STEP-IDX) TO WS-WDL-NORMAL
           IF WS-ST-RUNS(WS-STEP-IDX) IS GREATER THAN ZEROES
               MOVE WS-ST-SHORTEST(WS-STEP-IDX) TO WS-WDL-SHORTEST
           ELSE
               MOVE ZEROES TO WS-WDL-SHORTEST
           END-IF
           MOVE WS-ST-LONGEST(WS-STEP-IDX) TO WS-WDL-LONGEST
           MOVE WS-ST-TN-ELAPSED(WS-STEP-IDX) TO WS-WDL-TONIGHT
           MOVE WS-ST-TN-PERCENT(WS-STEP-IDX) TO WS-WDL-PERCENT
           MOVE WS-ST-TN-READ(WS-STEP-IDX) TO WS-WDL-READ
           MOVE WS-ST-NORMAL-READ(WS-STEP-IDX) TO WS-WDL-NORMAL-READ
           MOVE WS-ST-TN-WRITTEN(WS-STEP-IDX) TO WS-WDL-WRITTEN
           MOVE WS-ST-NORMAL-WRITTEN(WS-STEP-IDX)
               TO WS-WDL-NORMAL-WRITTEN
           MOVE SPACES TO WS-WDL-FLAG
           IF NOT WS-ST-RAN-TONIGHT(WS-STEP-IDX)
               MOVE "NOT RUN TONIGHT" TO WS-WDL-FLAG
           ELSE
               IF NOT WS-ST-JUDGED(WS-STEP-IDX)
                   MOVE "TOO FEW RUNS TO JUDGE" TO WS-WDL-FLAG
               ELSE
                   ADD 1 TO WS-JUDGED-COUNT
                   IF WS-ST-LATE(WS-STEP-IDX)
                       ADD 1 TO WS-LATE-COUNT
                       IF WS-ST-LOW-READ(WS-STEP-IDX) OR
                           WS-ST-LOW-WRITE(WS-STEP-IDX)
                           ADD 1 TO WS-LOW-COUNT
                           MOVE "** LATE, LOW COUNTS" TO WS-WDL-FLAG
                       ELSE
                           MOVE "** LATE" TO WS-WDL-FLAG
                       END-IF
                   ELSE
                       IF WS-ST-LOW-READ(WS-STEP-IDX) OR
                           WS-ST-LOW-WRITE(WS-STEP-IDX)
                           ADD 1 TO WS-LOW-COUNT
                           MOVE "** LOW COUNTS" TO WS-WDL-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-WINDOW-DETAIL-LINE TO WINDOW-REPORT-LINE
           WRITE WINDOW-REPORT-LINE.
       0021-END.

      * THE RUNS ARE PRINTED TEN TO A LINE, OLDEST FIRST, FOLLOWED
      * BY THE AVERAGE OF THE OLDEST THIRD AGAINST THE NEWEST THIRD.
       0022-PRINT-ONE-TREND.
           IF WS-ST-RUNS(WS-STEP-IDX) IS GREATER THAN ZEROES
               MOVE SPACES TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               DIVIDE WS-ST-RUNS(WS-STEP-IDX) BY 3 GIVING WS-THIRD
               IF WS-THIRD IS EQUAL TO ZEROES
                   MOVE 1 TO WS-THIRD
               END-IF
               MOVE ZEROES TO WS-EARLY-SUM
               MOVE ZEROES TO WS-RECENT-SUM
               MOVE ZEROES TO WS-LINE-POS
               MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-TSL-PROGRAM
               MOVE WS-ST-RUNS(WS-STEP-IDX) TO WS-TSL-RUNS
               MOVE 1 TO WS-RUN-IDX
               PERFORM 0024-LOCATE-RUN-SLOT
               MOVE WS-SR-DATE(WS-STEP-IDX, WS-RUN-SLOT)
                   TO WS-TSL-FROM
               MOVE WS-ST-RUNS(WS-STEP-IDX) TO WS-RUN-IDX
               PERFORM 0024-LOCATE-RUN-SLOT
               MOVE WS-SR-DATE(WS-STEP-IDX, WS-RUN-SLOT)
                   TO WS-TSL-TO
               MOVE WS-TREND-STEP-LINE TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               MOVE SPACES TO WS-TREND-VALUE-LINE
               PERFORM 0023-ADD-ONE-TREND-VALUE
                   VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX IS GREATER THAN
                       WS-ST-RUNS(WS-STEP-IDX)
               COMPUTE WS-EARLY-AVG ROUNDED = WS-EARLY-SUM / WS-THIRD
               COMPUTE WS-RECENT-AVG ROUNDED =
                   WS-RECENT-SUM / WS-THIRD
               MOVE ZEROES TO WS-GROWTH-PERCENT
               IF WS-EARLY-AVG IS GREATER THAN ZEROES
                   COMPUTE WS-GROWTH-PERCENT ROUNDED =
                       (WS-RECENT-AVG - WS-EARLY-AVG) * 100 /
                       WS-EARLY-AVG
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-GROWTH-PERCENT
                   END-COMPUTE
               END-IF
               MOVE WS-EARLY-AVG TO WS-TGL-EARLY
               MOVE WS-RECENT-AVG TO WS-TGL-RECENT
               MOVE WS-GROWTH-PERCENT TO WS-TGL-GROWTH
               MOVE WS-TREND-GROWTH-LINE TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
           END-IF.
       0022-END.

       0023-ADD-ONE-TREND-VALUE.
           PERFORM 0024-LOCATE-RUN-SLOT
           ADD 1 TO WS-LINE-POS
           MOVE WS-SR-ELAPSED(WS-STEP-IDX, WS-RUN-SLOT)
               TO WS-TVL-VALUE(WS-LINE-POS)
           IF WS-RUN-IDX IS NOT GREATER THAN WS-THIRD
               ADD WS-SR-ELAPSED(WS-STEP-IDX, WS-RUN-SLOT)
                   TO WS-EARLY-SUM
           END-IF
           IF WS-RUN-IDX + WS-THIRD IS GREATER THAN
               WS-ST-RUNS(WS-STEP-IDX)
               ADD WS-SR-ELAPSED(WS-STEP-IDX, WS-RUN-SLOT)
                   TO WS-RECENT-SUM
           END-IF
           IF WS-LINE-POS IS EQUAL TO 10 OR
               WS-RUN-IDX IS EQUAL TO WS-ST-RUNS(WS-STEP-IDX)
               MOVE WS-TREND-VALUE-LINE TO WINDOW-REPORT-LINE
               WRITE WINDOW-REPORT-LINE
               MOVE SPACES TO WS-TREND-VALUE-LINE
               MOVE ZEROES TO WS-LINE-POS
           END-IF.
       0023-END.

      * THE N-TH OLDEST RUN SITS N SLOTS ON FROM THE OLDEST, WHICH
      * IS THE NEXT SLOT ONCE THE RING IS FULL AND SLOT 1 BEFORE.
       0024-LOCATE-RUN-SLOT.
           COMPUTE WS-SLOT = WS-ST-NEXT-SLOT(WS-STEP-IDX) -
               WS-ST-RUNS(WS-STEP-IDX) - 1 + WS-RUN-IDX
           IF WS-SLOT IS NOT GREATER THAN ZEROES
               ADD 30 TO WS-SLOT
           END-IF
           MOVE WS-SLOT TO WS-RUN-SLOT.
       0024-END.

      * EACH NIGHT'S STREAM BEGINS WITH THE DRIVER'S START OF ITS
      * FIRST STEP. THE LAST ONE BEFORE THIS STREAM BEGAN MARKS
      * LAST NIGHT'S; THE LAST TWO ON THE LOG ARE KEPT FOR A RERUN.
       0025-NOTE-ONE-STREAM-START.
           MOVE RL-DATE TO WS-SK-DATE
           MOVE RL-TIME TO WS-SK-TIME
           IF RL-EVENT-START AND RL-COMMENT IS EQUAL TO
               WS-DRIVER-COMMENT AND
               RL-PROGRAM IS EQUAL TO WS-FIRST-STEP
               IF WS-STAMP-KEY-NUM IS LESS THAN WS-STREAM-KEY-NUM
                   MOVE WS-STAMP-KEY-NUM TO WS-PREV-STREAM-KEY
               ELSE
                   MOVE "Y" TO WS-FIRST-TONIGHT-SW
               END-IF
               MOVE WS-LATEST-FIRST-KEY TO WS-EARLIER-FIRST-KEY
               MOVE WS-STAMP-KEY-NUM TO WS-LATEST-FIRST-KEY
           END-IF
           READ RUNLOG INTO RUNLOG-AUDIT-RECORD
               AT END SET RUNLOG-EOF TO TRUE
           END-READ.
       0025-END.

      * A RERUN AFTER A FAILED NIGHT BYPASSES THE STEPS THAT ENDED
      * CLEAN, THE FIRST STEP AMONG THEM, SO NO FIRST-STEP START IS
      * LOGGED SINCE THIS CALL'S STREAM BEGAN. THE RERUN FINISHES
      * THE INTERRUPTED NIGHT: THAT NIGHT'S FIRST-STEP START IS
      * TONIGHT'S STREAM START AND THE ONE BEFORE IT IS LAST NIGHT'S.
       0026-SETTLE-STREAM-START.
           IF NOT WS-FIRST-RAN-TONIGHT AND
               WS-LATEST-FIRST-KEY IS GREATER THAN ZEROES
               MOVE WS-LATEST-FIRST-KEY TO WS-STREAM-KEY-NUM
               MOVE WS-EARLIER-FIRST-KEY TO WS-PREV-STREAM-KEY
           END-IF.
       0026-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM BATCHMON.
