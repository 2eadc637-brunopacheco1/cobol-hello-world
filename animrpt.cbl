       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANIMRPT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * LIVE ANIMAL MORTALITY AND DAYS IN STORE      *
      * MONTHLY REPORT OFF ANIMALS.DAT FOR THE       *
      * REPORT MONTH (RUNPARM REPORT DATE, OR THIS   *
      * MONTH). LISTS EVERY ANIMAL THAT DIED IN THE  *
      * MONTH WITH ITS DAYS IN STORE, COST AND       *
      * CAUSE, EVERY ANIMAL SOLD IN THE MONTH WITH   *
      * THE DAYS IT TOOK TO SELL, AND EVERY ANIMAL   *
      * STILL IN THE STORE AT MONTH END WITH ITS     *
      * DAYS SO FAR. THE MORTALITY RATE IS DEATHS    *
      * OVER ALL ANIMALS IN THE STORE AT ANY TIME IN *
      * THE MONTH. THE REPORT IS WRITTEN TO          *
      * ANIMAL_REPORT.LPT AND THE DEATHS AND THEIR   *
      * COST GO TO RUNSTATS.                         *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANIMALFILE ASSIGN "animals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-TAG-NUMBER
               FILE STATUS IS WS-ANIMAL-STATUS.

           SELECT RUNPARMFILE ASSIGN TO "runparm.dat"
               FILE STATUS IS WS-RUNPARM-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ANIMALREPORTFILE ASSIGN "animal_report.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ANIMALFILE.
       COPY ANIMALREC.

       FD  RUNPARMFILE.
       COPY RUNPARM.

       FD  ANIMALREPORTFILE.
       01  ANIMAL-REPORT-LINE      PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ANIMAL-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNPARM-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-SECTION-SW        PIC X VALUE SPACE.
               88  WS-SECTION-DEATHS    VALUE "D".
               88  WS-SECTION-SOLD      VALUE "S".
               88  WS-SECTION-IN-STORE  VALUE "I".
           05  WS-IN-MONTH-SW       PIC X VALUE "N".
               88  WS-IN-STORE-IN-MONTH VALUE "Y".
           05  WS-HANDLED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-DEATH-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-SOLD-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-IN-STORE-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-DEATH-DAYS        PIC 9(7) VALUE ZEROES.
           05  WS-SOLD-DAYS         PIC 9(7) VALUE ZEROES.
           05  WS-IN-STORE-DAYS     PIC 9(7) VALUE ZEROES.
           05  WS-AVERAGE-DAYS      PIC 9(3)V9 VALUE ZEROES.
           05  WS-MORTALITY-RATE    PIC 9(3)V99 VALUE ZEROES.
           05  WS-DEATH-COST        PIC 9(7)V99 VALUE ZEROES.
           05  WS-SOLD-VALUE        PIC 9(7)V99 VALUE ZEROES.
           05  WS-IN-STORE-COST     PIC 9(7)V99 VALUE ZEROES.
           05  WS-DAYS-IN-STORE     PIC 9(3) VALUE ZEROES.
           05  WS-MAX-DAYS-COUNTED  PIC 9(3) VALUE 999.
           05  WS-MONTH-END         PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-SW           PIC X VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER    PIC 9(4) VALUE ZEROES.
           05  WS-AS-OF-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-END-DATE          PIC 9(8) VALUE ZEROES.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-REPORT-DATE.
           05  WS-REPORT-YEARMONTH.
               10  WS-REPORT-YEAR   PIC 9(4).
               10  WS-REPORT-MONTH  PIC 9(2).
           05  WS-REPORT-DAY        PIC 9(2).
       01  WS-REPORT-DATE-NUM REDEFINES WS-REPORT-DATE PIC 9(8).

       01  WS-MONTH-START.
           05  WS-MONTH-START-YM    PIC 9(6).
           05  WS-MONTH-START-DAY   PIC 9(2).
       01  WS-MONTH-START-NUM REDEFINES WS-MONTH-START PIC 9(8).

       01  WS-STATUS-DATE.
           05  WS-STATUS-YEARMONTH  PIC 9(6).
           05  WS-STATUS-DAY        PIC 9(2).
       01  WS-STATUS-DATE-NUM REDEFINES WS-STATUS-DATE PIC 9(8).

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

       01  WS-ANIMAL-HEADING-1.
           05  FILLER             PIC X(44) VALUE
               "PETSTORE - LIVE ANIMAL MORTALITY AND DAYS IN".
           05  FILLER             PIC X(16) VALUE
               " STORE FOR MONTH".
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-AH-MONTH        PIC 9(6).

       01  WS-ANIMAL-SECTION-LINE.
           05  WS-ASL-TITLE       PIC X(40).

       01  WS-ANIMAL-HEADING-2.
           05  FILLER             PIC X(40) VALUE
               "TAG      SPECIES         BREED          ".
           05  FILLER             PIC X(39) VALUE
               "      RECEIVED ON      DAYS    AMOUNT  ".
           05  FILLER             PIC X(20) VALUE
               "NOTE                ".

       01  WS-ANIMAL-DETAIL-LINE.
           05  WS-ADL-TAG         PIC X(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-SPECIES     PIC X(15).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-BREED       PIC X(20).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-RECEIVED    PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-STATUS-DATE PIC 9(8).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-DAYS        PIC ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-ADL-AMOUNT      PIC ZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-ADL-NOTE        PIC X(20).

       01  WS-ANIMAL-COUNT-LINE.
           05  WS-ACL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ACL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       01  WS-ANIMAL-TOTAL-LINE.
           05  WS-ATL-LABEL       PIC X(30).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ATL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-ANIMAL-AVERAGE-LINE.
           05  WS-AAL-LABEL       PIC X(30).
           05  WS-AAL-VALUE       PIC ZZ9.9.

       01  WS-ANIMAL-RATE-LINE.
           05  WS-ARL-LABEL       PIC X(30).
           05  WS-ARL-RATE        PIC ZZ9.99.
           05  FILLER             PIC X(2) VALUE " %".

       PROCEDURE DIVISION.

       0001-RUN-ANIMAL-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-NUM TO WS-REPORT-DATE-NUM
           PERFORM 0002-LOAD-RUN-PARAMETERS
           PERFORM 0003-SET-MONTH-LIMITS
           OPEN INPUT ANIMALFILE
           IF NOT WS-ANIMAL-STATUS-OK
               DISPLAY "ANIMRPT - NO ANIMAL FILE, NOTHING TO REPORT"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           CLOSE ANIMALFILE
           OPEN OUTPUT ANIMALREPORTFILE
           MOVE WS-REPORT-YEARMONTH TO WS-AH-MONTH
           MOVE WS-ANIMAL-HEADING-1 TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           SET WS-SECTION-DEATHS TO TRUE
           MOVE "DEATHS IN THE MONTH" TO WS-ASL-TITLE
           PERFORM 0004-REPORT-ONE-SECTION
           SET WS-SECTION-SOLD TO TRUE
           MOVE "SOLD IN THE MONTH" TO WS-ASL-TITLE
           PERFORM 0004-REPORT-ONE-SECTION
           SET WS-SECTION-IN-STORE TO TRUE
           MOVE "STILL IN STORE AT MONTH END" TO WS-ASL-TITLE
           PERFORM 0004-REPORT-ONE-SECTION
           PERFORM 0008-PRINT-TOTALS
           CLOSE ANIMALREPORTFILE
           PERFORM 0009-WRITE-RUN-STATS
           DISPLAY "ANIMRPT - MONTH ", WS-REPORT-YEARMONTH,
               " DEATHS: ", WS-DEATH-COUNT,
               " SOLD: ", WS-SOLD-COUNT,
               " IN STORE: ", WS-IN-STORE-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-RUN-PARAMETERS.
           OPEN INPUT RUNPARMFILE
           IF WS-RUNPARM-STATUS-OK
               READ RUNPARMFILE
                   AT END CONTINUE
               END-READ
               IF WS-RUNPARM-STATUS-OK AND
                   RP-REPORT-DATE IS NUMERIC AND
                   RP-REPORT-DATE IS GREATER THAN ZEROES
                   MOVE RP-REPORT-DATE TO WS-REPORT-DATE-NUM
               END-IF
               CLOSE RUNPARMFILE
           END-IF.
       0002-END.

      * DAYS FOR ANIMALS STILL IN THE STORE RUN TO THE LAST DAY OF
      * THE REPORT MONTH, OR TO TODAY WHEN THE MONTH IS NOT YET OVER.
       0003-SET-MONTH-LIMITS.
           MOVE WS-REPORT-YEARMONTH TO WS-MONTH-START-YM
           MOVE 1 TO WS-MONTH-START-DAY
           MOVE WS-REPORT-YEAR TO WS-STEP-YEAR
           PERFORM 0011-CHECK-LEAP-YEAR
           IF WS-REPORT-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-END
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-REPORT-MONTH) TO WS-MONTH-END
           END-IF
           MOVE WS-MONTH-END TO WS-REPORT-DAY
           MOVE WS-REPORT-DATE-NUM TO WS-END-DATE
           IF WS-RUN-DATE-NUM IS LESS THAN WS-END-DATE
               MOVE WS-RUN-DATE-NUM TO WS-AS-OF-DATE
           ELSE
               MOVE WS-END-DATE TO WS-AS-OF-DATE
           END-IF.
       0003-END.

       0004-REPORT-ONE-SECTION.
           MOVE SPACES TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE WS-ANIMAL-SECTION-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE WS-ANIMAL-HEADING-2 TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           OPEN INPUT ANIMALFILE
           READ ANIMALFILE NEXT RECORD
               AT END SET ANIMAL-EOF TO TRUE
           END-READ
           PERFORM 0005-CHECK-ONE-ANIMAL UNTIL ANIMAL-EOF
           CLOSE ANIMALFILE.
       0004-END.

      * AN ANIMAL WAS IN THE STORE DURING THE MONTH IF IT CAME IN BY
      * MONTH END AND WAS NOT ALREADY SOLD OR DEAD WHEN THE MONTH
      * STARTED. THE DEATHS PASS ALSO COUNTS THOSE ANIMALS FOR THE
      * MORTALITY RATE.
       0005-CHECK-ONE-ANIMAL.
           MOVE "N" TO WS-IN-MONTH-SW
           MOVE AN-STATUS-DATE TO WS-STATUS-DATE-NUM
           IF AN-RECEIVED-DATE IS NOT GREATER THAN WS-END-DATE
               IF AN-STATUS-SOLD OR AN-STATUS-DECEASED
                   IF WS-STATUS-DATE-NUM IS NOT LESS THAN
                       WS-MONTH-START-NUM
                       SET WS-IN-STORE-IN-MONTH TO TRUE
                   END-IF
               ELSE
                   SET WS-IN-STORE-IN-MONTH TO TRUE
               END-IF
           END-IF
           IF WS-IN-STORE-IN-MONTH
               IF WS-SECTION-DEATHS
                   ADD 1 TO WS-HANDLED-COUNT
               END-IF
               PERFORM 0006-LIST-ANIMAL
           END-IF
           READ ANIMALFILE NEXT RECORD
               AT END SET ANIMAL-EOF TO TRUE
           END-READ.
       0005-END.

       0006-LIST-ANIMAL.
           MOVE SPACES TO WS-ADL-NOTE
           IF WS-SECTION-DEATHS
               IF AN-STATUS-DECEASED AND
                   WS-STATUS-YEARMONTH IS EQUAL TO
                       WS-REPORT-YEARMONTH
                   PERFORM 0007-COUNT-DAYS-IN-STORE
                   ADD 1 TO WS-DEATH-COUNT
                   ADD WS-DAYS-IN-STORE TO WS-DEATH-DAYS
                   ADD AN-COST TO WS-DEATH-COST
                   MOVE AN-COST TO WS-ADL-AMOUNT
                   MOVE AN-STATUS-NOTE TO WS-ADL-NOTE
                   PERFORM 0010-WRITE-DETAIL-LINE
               END-IF
           END-IF
           IF WS-SECTION-SOLD
               IF AN-STATUS-SOLD AND
                   WS-STATUS-YEARMONTH IS EQUAL TO
                       WS-REPORT-YEARMONTH
                   PERFORM 0007-COUNT-DAYS-IN-STORE
                   ADD 1 TO WS-SOLD-COUNT
                   ADD WS-DAYS-IN-STORE TO WS-SOLD-DAYS
                   ADD AN-SOLD-PRICE TO WS-SOLD-VALUE
                   MOVE AN-SOLD-PRICE TO WS-ADL-AMOUNT
                   PERFORM 0010-WRITE-DETAIL-LINE
               END-IF
           END-IF
           IF WS-SECTION-IN-STORE
               IF WS-STATUS-DATE-NUM IS GREATER THAN WS-END-DATE OR
                   AN-STATUS-AVAILABLE OR AN-STATUS-ON-HOLD
                   MOVE WS-AS-OF-DATE TO WS-STATUS-DATE-NUM
                   PERFORM 0007-COUNT-DAYS-IN-STORE
                   ADD 1 TO WS-IN-STORE-COUNT
                   ADD WS-DAYS-IN-STORE TO WS-IN-STORE-DAYS
                   ADD AN-COST TO WS-IN-STORE-COST
                   MOVE AN-COST TO WS-ADL-AMOUNT
                   IF AN-STATUS-ON-HOLD
                       MOVE AN-STATUS-NOTE TO WS-ADL-NOTE
                   END-IF
                   PERFORM 0010-WRITE-DETAIL-LINE
               END-IF
           END-IF.
       0006-END.

      * DAYS ARE COUNTED BY STEPPING THE DATE RECEIVED FORWARD ONE
      * CALENDAR DAY AT A TIME UP TO THE STATUS DATE; THE COUNT
      * STOPS AT 999.
       0007-COUNT-DAYS-IN-STORE.
           MOVE ZEROES TO WS-DAYS-IN-STORE
           MOVE AN-RECEIVED-DATE TO WS-STEP-DATE-NUM
           PERFORM 0012-FORWARD-ONE-DAY
               UNTIL WS-STEP-DATE-NUM IS NOT LESS THAN
                   WS-STATUS-DATE-NUM
               OR WS-DAYS-IN-STORE IS EQUAL TO WS-MAX-DAYS-COUNTED.
       0007-END.

       0008-PRINT-TOTALS.
           MOVE SPACES TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "ANIMALS IN STORE IN MONTH:" TO WS-ACL-LABEL
           MOVE WS-HANDLED-COUNT TO WS-ACL-COUNT
           MOVE WS-ANIMAL-COUNT-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "DEATHS:" TO WS-ACL-LABEL
           MOVE WS-DEATH-COUNT TO WS-ACL-COUNT
           MOVE WS-ANIMAL-COUNT-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE ZEROES TO WS-MORTALITY-RATE
           IF WS-HANDLED-COUNT IS GREATER THAN ZEROES
               COMPUTE WS-MORTALITY-RATE ROUNDED =
                   WS-DEATH-COUNT * 100 / WS-HANDLED-COUNT
           END-IF
           MOVE "MORTALITY RATE:" TO WS-ARL-LABEL
           MOVE WS-MORTALITY-RATE TO WS-ARL-RATE
           MOVE WS-ANIMAL-RATE-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "COST OF ANIMALS LOST:" TO WS-ATL-LABEL
           MOVE WS-DEATH-COST TO WS-ATL-AMOUNT
           MOVE WS-ANIMAL-TOTAL-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "AVERAGE DAYS BEFORE DEATH:" TO WS-AAL-LABEL
           MOVE ZEROES TO WS-AVERAGE-DAYS
           IF WS-DEATH-COUNT IS GREATER THAN ZEROES
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-DEATH-DAYS / WS-DEATH-COUNT
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-AAL-VALUE
           MOVE WS-ANIMAL-AVERAGE-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "SOLD:" TO WS-ACL-LABEL
           MOVE WS-SOLD-COUNT TO WS-ACL-COUNT
           MOVE WS-ANIMAL-COUNT-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "SALES OF ANIMALS:" TO WS-ATL-LABEL
           MOVE WS-SOLD-VALUE TO WS-ATL-AMOUNT
           MOVE WS-ANIMAL-TOTAL-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "AVERAGE DAYS TO SELL:" TO WS-AAL-LABEL
           MOVE ZEROES TO WS-AVERAGE-DAYS
           IF WS-SOLD-COUNT IS GREATER THAN ZEROES
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-SOLD-DAYS / WS-SOLD-COUNT
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-AAL-VALUE
           MOVE WS-ANIMAL-AVERAGE-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "STILL IN STORE:" TO WS-ACL-LABEL
           MOVE WS-IN-STORE-COUNT TO WS-ACL-COUNT
           MOVE WS-ANIMAL-COUNT-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "ANIMALS IN STORE AT COST:" TO WS-ATL-LABEL
           MOVE WS-IN-STORE-COST TO WS-ATL-AMOUNT
           MOVE WS-ANIMAL-TOTAL-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE
           MOVE "AVERAGE DAYS IN STORE SO FAR:" TO WS-AAL-LABEL
           MOVE ZEROES TO WS-AVERAGE-DAYS
           IF WS-IN-STORE-COUNT IS GREATER THAN ZEROES
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-IN-STORE-DAYS / WS-IN-STORE-COUNT
           END-IF
           MOVE WS-AVERAGE-DAYS TO WS-AAL-VALUE
           MOVE WS-ANIMAL-AVERAGE-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE.
       0008-END.

       0009-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "ANIMRPT" TO RS-PROGRAM
               MOVE "ANIMAL DEATHS" TO RS-STAT-NAME
               MOVE WS-DEATH-COUNT TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "ANIMRPT" TO RS-PROGRAM
               MOVE "ANIMAL MORTALITY" TO RS-STAT-NAME
               MOVE WS-DEATH-COST TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0009-END.

       0010-WRITE-DETAIL-LINE.
           MOVE AN-TAG-NUMBER TO WS-ADL-TAG
           MOVE AN-SPECIES TO WS-ADL-SPECIES
           MOVE AN-BREED TO WS-ADL-BREED
           MOVE AN-RECEIVED-DATE TO WS-ADL-RECEIVED
           MOVE WS-STATUS-DATE-NUM TO WS-ADL-STATUS-DATE
           MOVE WS-DAYS-IN-STORE TO WS-ADL-DAYS
           MOVE WS-ANIMAL-DETAIL-LINE TO ANIMAL-REPORT-LINE
           WRITE ANIMAL-REPORT-LINE.
       0010-END.

       0011-CHECK-LEAP-YEAR.
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
       0011-END.

       0012-FORWARD-ONE-DAY.
           PERFORM 0011-CHECK-LEAP-YEAR
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
           ADD 1 TO WS-DAYS-IN-STORE.
       0012-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM ANIMRPT.
