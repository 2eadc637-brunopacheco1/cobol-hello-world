       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABORBUD.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * LABOR BUDGET VERSUS ACTUAL BY DEPARTMENT     *
      * COMPARES THE DEPARTMENT LABOR BUDGET         *
      * (LABORBUDGET.DAT, ONE AMOUNT PER DEPARTMENT  *
      * PER FISCAL YEAR AND PERIOD) WITH WHAT WAS    *
      * ACTUALLY PAID, TAKEN FROM THE LABOR          *
      * DISTRIBUTION THE SALARY RUN AND FINAL PAY    *
      * WRITE AS THEY PAY (LABOR_DIST.DAT). PRINTS   *
      * BUDGET, ACTUAL, VARIANCE AND PERCENT USED    *
      * FOR THE PERIOD AND THE YEAR TO DATE, AND     *
      * FLAGS A DEPARTMENT WHOSE ACTUAL RUNS OVER    *
      * BUDGET BY MORE THAN THE TOLERANCE. THE       *
      * FISCAL YEAR IS THE CALENDAR YEAR AND THE     *
      * PERIOD ITS MONTH, THE SAME YEAR-AND-MONTH    *
      * PERIODS THE LEDGER POSTS TO.                 *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABORBUDGETFILE ASSIGN TO "laborbudget.dat"
            FILE STATUS IS WS-BUDGET-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABORDISTFILE ASSIGN TO "labor_dist.dat"
            FILE STATUS IS WS-LABOR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTREFFILE ASSIGN TO "department.dat"
            FILE STATUS IS WS-DEPTREF-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGETREPORTFILE ASSIGN "labor_budget.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LABORBUDGETFILE.
       01  LABORBUDGETDETAILS.
           88 BUDGET-ENDOFFILE     VALUE HIGH-VALUES.
           02 LB-DEPT-CODE         PIC X(4).
           02 LB-FISCAL-YEAR       PIC 9(4).
           02 LB-PERIOD            PIC 9(2).
           02 LB-BUDGET-AMOUNT     PIC 9(9)V99.

       FD  LABORDISTFILE.
       01  LABORDISTDETAILS.
           88 LABOR-ENDOFFILE      VALUE HIGH-VALUES.
           02 LD-RUN-DATE          PIC 9(8).
           02 LD-RUN-DATE-PARTS REDEFINES LD-RUN-DATE.
              03 LD-RUN-YEAR       PIC 9(4).
              03 LD-RUN-MONTH      PIC 9(2).
              03 LD-RUN-DAY        PIC 9(2).
           02 LD-EMPLOYEEID        PIC 9(7).
           02 LD-DEPT-CODE         PIC X(4).
           02 LD-SOURCE            PIC X(1).
              88 LD-SOURCE-PAY-RUN    VALUE "P".
              88 LD-SOURCE-FINAL-PAY  VALUE "F".
           02 LD-GROSS             PIC 9(7)V99.

       FD  DEPTREFFILE.
       01  DEPTREFDETAILS.
           88 DEPTREF-ENDOFFILE    VALUE HIGH-VALUES.
           02 DEPTREF-CODE         PIC X(4).
           02 DEPTREF-NAME         PIC X(20).
           02 DEPTREF-MANAGER      PIC X(20).
           02 DEPTREF-STATUS       PIC X(1).
              88 DEPTREF-INACTIVE     VALUE "I".

       FD  BUDGETREPORTFILE.
       01  BUDGET-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-BUDGET-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LABOR-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DEPTREF-FILE-STATUS==.
           05 WS-TODAY                PIC 9(8) VALUE ZEROES.
           05 WS-TODAY-PARTS REDEFINES WS-TODAY.
              10 WS-TODAY-YEAR        PIC 9(4).
              10 WS-TODAY-MONTH       PIC 9(2).
              10 WS-TODAY-DAY         PIC 9(2).
           05 WS-FISCAL-YEAR          PIC 9(4) VALUE ZEROES.
           05 WS-PERIOD               PIC 9(2) VALUE ZEROES.
              88 WS-PERIOD-VALID      VALUES 01 THRU 12.
           05 WS-TOLERANCE-PERCENT    PIC 9(2)V99 VALUE ZEROES.
           05 WS-DEFAULT-TOLERANCE    PIC 9(2)V99 VALUE 5.00.
           05 WS-LOOKUP-DEPT-CODE     PIC X(4) VALUE SPACES.
           05 WS-DEPT-COUNT           PIC 9(3) VALUE ZEROES.
           05 WS-DEPT-IDX             PIC 9(3) VALUE ZEROES.
           05 WS-CURR-DEPT-IDX        PIC 9(3) VALUE ZEROES.
           05 WS-DEPT-TABLE-MAX       PIC 9(3) VALUE 60.
           05 WS-BUDGET-READ-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-LABOR-READ-COUNT     PIC 9(7) VALUE ZEROES.
           05 WS-OVER-COUNT           PIC 9(5) VALUE ZEROES.
           05 WS-SKIPPED-COUNT        PIC 9(7) VALUE ZEROES.
           05 WS-ALLOWED-AMOUNT       PIC 9(11)V99 VALUE ZEROES.
           05 WS-OVER-SWITCH          PIC X(1) VALUE "N".
              88 WS-OVER-TOLERANCE    VALUE "Y".
           05 WS-FLAG-PERIOD-SW       PIC X(1) VALUE "N".
              88 WS-FLAG-PERIOD       VALUE "Y".
           05 WS-FLAG-YTD-SW          PIC X(1) VALUE "N".
              88 WS-FLAG-YTD          VALUE "Y".

      * ONE ENTRY PER DEPARTMENT ON FILE, PLUS ANY CODE FOUND ON
      * THE BUDGET OR THE LABOR DISTRIBUTION THAT IS NOT (BLANK IS
      * PAY FOR EMPLOYEES WITH NO KNOWN DEPARTMENT).
       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 60 TIMES.
              10 WS-DPT-CODE          PIC X(4).
              10 WS-DPT-NAME          PIC X(20).
              10 WS-DPT-PER-BUDGET    PIC 9(11)V99.
              10 WS-DPT-PER-ACTUAL    PIC 9(11)V99.
              10 WS-DPT-YTD-BUDGET    PIC 9(11)V99.
              10 WS-DPT-YTD-ACTUAL    PIC 9(11)V99.

       01  WS-AMOUNT-BLOCK.
           05 WS-AMT-PER-BUDGET       PIC 9(11)V99.
           05 WS-AMT-PER-ACTUAL       PIC 9(11)V99.
           05 WS-AMT-YTD-BUDGET       PIC 9(11)V99.
           05 WS-AMT-YTD-ACTUAL       PIC 9(11)V99.

       01  WS-GRAND-TOTALS.
           05 WS-GT-PER-BUDGET        PIC 9(11)V99 VALUE ZEROES.
           05 WS-GT-PER-ACTUAL        PIC 9(11)V99 VALUE ZEROES.
           05 WS-GT-YTD-BUDGET        PIC 9(11)V99 VALUE ZEROES.
           05 WS-GT-YTD-ACTUAL        PIC 9(11)V99 VALUE ZEROES.

       01  WS-BUDGET-HEADING-1.
           05 FILLER            PIC X(49) VALUE
              "ACME CORPORATION - LABOR BUDGET VERSUS ACTUAL".
           05 FILLER            PIC X(13) VALUE "FISCAL YEAR: ".
           05 WS-BH1-YEAR       PIC 9(4).
           05 FILLER            PIC X(11) VALUE "   PERIOD: ".
           05 WS-BH1-PERIOD     PIC 9(2).
           05 FILLER            PIC X(14) VALUE "   TOLERANCE: ".
           05 WS-BH1-TOLERANCE  PIC Z9.99.
           05 FILLER            PIC X(1)  VALUE "%".

       01  WS-BUDGET-HEADING-2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(41) VALUE
              "---------------- PERIOD ---------------- ".
           05 FILLER            PIC X(41) VALUE
              "------------- YEAR TO DATE ------------- ".

       01  WS-BUDGET-COLUMN-HEADINGS.
           05 FILLER            PIC X(6)  VALUE "DEPT".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(11) VALUE "    BUDGET".
           05 FILLER            PIC X(11) VALUE "    ACTUAL".
           05 FILLER            PIC X(12) VALUE "  VARIANCE".
           05 FILLER            PIC X(7)  VALUE " %USED".
           05 FILLER            PIC X(11) VALUE "    BUDGET".
           05 FILLER            PIC X(11) VALUE "    ACTUAL".
           05 FILLER            PIC X(12) VALUE "  VARIANCE".
           05 FILLER            PIC X(7)  VALUE " %USED".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "FLAG".

       01  WS-BUDGET-DETAIL-LINE.
           05 WS-BDL-CODE       PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-BDL-NAME       PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-BDL-PER-BUDGET PIC $$,$$$,$$9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-BDL-PER-ACTUAL PIC $$,$$$,$$9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-BDL-PER-VARIANCE PIC $$,$$$,$$9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-BDL-PER-PCT    PIC ZZZ9.9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-BDL-YTD-BUDGET PIC $$,$$$,$$9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-BDL-YTD-ACTUAL PIC $$,$$$,$$9.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-BDL-YTD-VARIANCE PIC $$,$$$,$$9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-BDL-YTD-PCT    PIC ZZZ9.9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-BDL-FLAG       PIC X(12).

       01  WS-BUDGET-SUMMARY-LINE.
           05 WS-BSL-LABEL      PIC X(40).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-BSL-COUNT==
               ==:WIDTH:== BY ==Z,ZZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-LABOR-BUDGET-REPORT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Fiscal year (zero for this year):"
           ACCEPT WS-FISCAL-YEAR
           IF WS-FISCAL-YEAR IS NOT NUMERIC OR
               WS-FISCAL-YEAR IS EQUAL TO ZEROES
               MOVE WS-TODAY-YEAR TO WS-FISCAL-YEAR
           END-IF
           DISPLAY "Period 01-12 (zero for this month):"
           ACCEPT WS-PERIOD
           IF WS-PERIOD IS NOT NUMERIC OR
               WS-PERIOD IS EQUAL TO ZEROES
               MOVE WS-TODAY-MONTH TO WS-PERIOD
           END-IF
           IF NOT WS-PERIOD-VALID
               DISPLAY "LABORBUD - PERIOD MUST BE 01 THRU 12, "
                   "NO REPORT PRODUCED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           DISPLAY "Over-budget tolerance percent (zero for 5):"
           ACCEPT WS-TOLERANCE-PERCENT
           IF WS-TOLERANCE-PERCENT IS NOT NUMERIC OR
               WS-TOLERANCE-PERCENT IS EQUAL TO ZEROES
               MOVE WS-DEFAULT-TOLERANCE TO WS-TOLERANCE-PERCENT
           END-IF
           PERFORM 0002-LOAD-DEPARTMENTS
           PERFORM 0004-LOAD-BUDGETS
           PERFORM 0006-LOAD-ACTUALS
           OPEN OUTPUT BUDGETREPORTFILE
           MOVE WS-FISCAL-YEAR TO WS-BH1-YEAR
           MOVE WS-PERIOD TO WS-BH1-PERIOD
           MOVE WS-TOLERANCE-PERCENT TO WS-BH1-TOLERANCE
           MOVE WS-BUDGET-HEADING-1 TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           MOVE SPACES TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           MOVE WS-BUDGET-HEADING-2 TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           MOVE WS-BUDGET-COLUMN-HEADINGS TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           PERFORM 0010-PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
           PERFORM 0012-PRINT-SUMMARY
           CLOSE BUDGETREPORTFILE
           DISPLAY "LABORBUD - DEPARTMENTS: ", WS-DEPT-COUNT,
               " OVER BUDGET BEYOND TOLERANCE: ", WS-OVER-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTREFFILE
           IF WS-DEPTREF-FILE-STATUS-OK
               READ DEPTREFFILE
                   AT END SET DEPTREF-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0003-STORE-ONE-DEPARTMENT
                   UNTIL DEPTREF-ENDOFFILE
               CLOSE DEPTREFFILE
           ELSE
               DISPLAY "LABORBUD - NO DEPARTMENT FILE, DEPARTMENTS "
                   "LISTED BY CODE ONLY"
           END-IF.
       0002-END.

       0003-STORE-ONE-DEPARTMENT.
           MOVE DEPTREF-CODE TO WS-LOOKUP-DEPT-CODE
           PERFORM 0008-FIND-DEPARTMENT
           IF WS-CURR-DEPT-IDX IS GREATER THAN ZEROES
               MOVE DEPTREF-NAME TO WS-DPT-NAME(WS-CURR-DEPT-IDX)
           END-IF
           READ DEPTREFFILE
               AT END SET DEPTREF-ENDOFFILE TO TRUE
           END-READ.
       0003-END.

      * PERIOD BUDGET IS THE REPORT PERIOD'S ROW; THE YEAR-TO-DATE
      * BUDGET IS EVERY ROW OF THE FISCAL YEAR UP TO AND INCLUDING
      * IT.
       0004-LOAD-BUDGETS.
           OPEN INPUT LABORBUDGETFILE
           IF WS-BUDGET-FILE-STATUS-OK
               READ LABORBUDGETFILE
                   AT END SET BUDGET-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0005-TAKE-ONE-BUDGET UNTIL BUDGET-ENDOFFILE
               CLOSE LABORBUDGETFILE
           ELSE
               DISPLAY "LABORBUD - NO LABOR BUDGET FILE, EVERY "
                   "DEPARTMENT REPORTED WITHOUT A BUDGET"
           END-IF.
       0004-END.

       0005-TAKE-ONE-BUDGET.
           ADD 1 TO WS-BUDGET-READ-COUNT
           IF LB-FISCAL-YEAR IS EQUAL TO WS-FISCAL-YEAR AND
               LB-PERIOD IS NOT GREATER THAN WS-PERIOD
               MOVE LB-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM 0008-FIND-DEPARTMENT
               IF WS-CURR-DEPT-IDX IS GREATER THAN ZEROES
                   ADD LB-BUDGET-AMOUNT
                       TO WS-DPT-YTD-BUDGET(WS-CURR-DEPT-IDX)
                   IF LB-PERIOD IS EQUAL TO WS-PERIOD
                       ADD LB-BUDGET-AMOUNT
                           TO WS-DPT-PER-BUDGET(WS-CURR-DEPT-IDX)
                   END-IF
               END-IF
           END-IF
           READ LABORBUDGETFILE
               AT END SET BUDGET-ENDOFFILE TO TRUE
           END-READ.
       0005-END.

      * ACTUALS ARE WHAT THE PAY RUNS CHARGED TO EACH DEPARTMENT,
      * BY THE YEAR AND MONTH OF THE PAY DATE.
       0006-LOAD-ACTUALS.
           OPEN INPUT LABORDISTFILE
           IF WS-LABOR-FILE-STATUS-OK
               READ LABORDISTFILE
                   AT END SET LABOR-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0007-TAKE-ONE-ACTUAL UNTIL LABOR-ENDOFFILE
               CLOSE LABORDISTFILE
           ELSE
               DISPLAY "LABORBUD - NO LABOR DISTRIBUTION FILE, "
                   "NO ACTUALS REPORTED"
           END-IF.
       0006-END.

       0007-TAKE-ONE-ACTUAL.
           ADD 1 TO WS-LABOR-READ-COUNT
           IF LD-RUN-YEAR IS EQUAL TO WS-FISCAL-YEAR AND
               LD-RUN-MONTH IS NOT GREATER THAN WS-PERIOD
               MOVE LD-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
               PERFORM 0008-FIND-DEPARTMENT
               IF WS-CURR-DEPT-IDX IS GREATER THAN ZEROES
                   ADD LD-GROSS TO WS-DPT-YTD-ACTUAL(WS-CURR-DEPT-IDX)
                   IF LD-RUN-MONTH IS EQUAL TO WS-PERIOD
                       ADD LD-GROSS
                           TO WS-DPT-PER-ACTUAL(WS-CURR-DEPT-IDX)
                   END-IF
               END-IF
           END-IF
           READ LABORDISTFILE
               AT END SET LABOR-ENDOFFILE TO TRUE
           END-READ.
       0007-END.

      * A CODE NOT YET IN THE TABLE IS ADDED TO IT, SO A BUDGET OR
      * A PAYMENT FOR A DEPARTMENT MISSING FROM DEPARTMENT.DAT
      * STILL REPORTS RATHER THAN DISAPPEARING.
       0008-FIND-DEPARTMENT.
           MOVE ZEROES TO WS-CURR-DEPT-IDX
           PERFORM 0009-MATCH-ONE-DEPARTMENT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
           IF WS-CURR-DEPT-IDX IS EQUAL TO ZEROES
               IF WS-DEPT-COUNT IS EQUAL TO WS-DEPT-TABLE-MAX
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY "WARNING - DEPARTMENT TABLE FULL (60 MAX), "
                       "CODE " WS-LOOKUP-DEPT-CODE " SKIPPED"
               ELSE
                   ADD 1 TO WS-DEPT-COUNT
                   INITIALIZE WS-DEPT-ENTRY(WS-DEPT-COUNT)
                   MOVE WS-LOOKUP-DEPT-CODE
                       TO WS-DPT-CODE(WS-DEPT-COUNT)
                   IF WS-LOOKUP-DEPT-CODE IS EQUAL TO SPACES
                       MOVE "UNASSIGNED" TO WS-DPT-NAME(WS-DEPT-COUNT)
                   ELSE
                       MOVE "NOT ON DEPT FILE"
                           TO WS-DPT-NAME(WS-DEPT-COUNT)
                   END-IF
                   MOVE WS-DEPT-COUNT TO WS-CURR-DEPT-IDX
               END-IF
           END-IF.
       0008-END.

       0009-MATCH-ONE-DEPARTMENT.
           IF WS-DPT-CODE(WS-DEPT-IDX) IS EQUAL TO WS-LOOKUP-DEPT-CODE
               MOVE WS-DEPT-IDX TO WS-CURR-DEPT-IDX
           END-IF.
       0009-END.

       0010-PRINT-ONE-DEPARTMENT.
           MOVE WS-DPT-PER-BUDGET(WS-DEPT-IDX) TO WS-AMT-PER-BUDGET
           MOVE WS-DPT-PER-ACTUAL(WS-DEPT-IDX) TO WS-AMT-PER-ACTUAL
           MOVE WS-DPT-YTD-BUDGET(WS-DEPT-IDX) TO WS-AMT-YTD-BUDGET
           MOVE WS-DPT-YTD-ACTUAL(WS-DEPT-IDX) TO WS-AMT-YTD-ACTUAL
           ADD WS-AMT-PER-BUDGET TO WS-GT-PER-BUDGET
           ADD WS-AMT-PER-ACTUAL TO WS-GT-PER-ACTUAL
           ADD WS-AMT-YTD-BUDGET TO WS-GT-YTD-BUDGET
           ADD WS-AMT-YTD-ACTUAL TO WS-GT-YTD-ACTUAL
           MOVE WS-DPT-CODE(WS-DEPT-IDX) TO WS-BDL-CODE
           MOVE WS-DPT-NAME(WS-DEPT-IDX) TO WS-BDL-NAME
           PERFORM 0011-FORMAT-AMOUNTS
           IF WS-OVER-TOLERANCE
               ADD 1 TO WS-OVER-COUNT
           END-IF
           MOVE WS-BUDGET-DETAIL-LINE TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE.
       0010-END.

      * OVER BUDGET MEANS ACTUAL ABOVE BUDGET PLUS THE TOLERANCE;
      * ANY PAY AGAINST A ZERO BUDGET IS OVER. THE FLAG SAYS
      * WHETHER THE PERIOD, THE YEAR TO DATE, OR BOTH ARE OVER.
       0011-FORMAT-AMOUNTS.
           MOVE "N" TO WS-OVER-SWITCH
           MOVE "N" TO WS-FLAG-PERIOD-SW
           MOVE "N" TO WS-FLAG-YTD-SW
           MOVE WS-AMT-PER-BUDGET TO WS-BDL-PER-BUDGET
           MOVE WS-AMT-PER-ACTUAL TO WS-BDL-PER-ACTUAL
           COMPUTE WS-BDL-PER-VARIANCE ROUNDED =
               WS-AMT-PER-BUDGET - WS-AMT-PER-ACTUAL
           MOVE ZEROES TO WS-BDL-PER-PCT
           IF WS-AMT-PER-BUDGET IS GREATER THAN ZEROES
               COMPUTE WS-BDL-PER-PCT ROUNDED =
                   WS-AMT-PER-ACTUAL * 100 / WS-AMT-PER-BUDGET
           END-IF
           COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
               WS-AMT-PER-BUDGET * (100 + WS-TOLERANCE-PERCENT) / 100
           IF WS-AMT-PER-ACTUAL IS GREATER THAN WS-ALLOWED-AMOUNT
               SET WS-FLAG-PERIOD TO TRUE
           END-IF
           MOVE WS-AMT-YTD-BUDGET TO WS-BDL-YTD-BUDGET
           MOVE WS-AMT-YTD-ACTUAL TO WS-BDL-YTD-ACTUAL
           COMPUTE WS-BDL-YTD-VARIANCE ROUNDED =
               WS-AMT-YTD-BUDGET - WS-AMT-YTD-ACTUAL
           MOVE ZEROES TO WS-BDL-YTD-PCT
           IF WS-AMT-YTD-BUDGET IS GREATER THAN ZEROES
               COMPUTE WS-BDL-YTD-PCT ROUNDED =
                   WS-AMT-YTD-ACTUAL * 100 / WS-AMT-YTD-BUDGET
           END-IF
           COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
               WS-AMT-YTD-BUDGET * (100 + WS-TOLERANCE-PERCENT) / 100
           IF WS-AMT-YTD-ACTUAL IS GREATER THAN WS-ALLOWED-AMOUNT
               SET WS-FLAG-YTD TO TRUE
           END-IF
           MOVE SPACES TO WS-BDL-FLAG
           IF WS-FLAG-PERIOD AND WS-FLAG-YTD
               MOVE "*OVER BOTH" TO WS-BDL-FLAG
               SET WS-OVER-TOLERANCE TO TRUE
           ELSE
               IF WS-FLAG-PERIOD
                   MOVE "*OVER PERIOD" TO WS-BDL-FLAG
                   SET WS-OVER-TOLERANCE TO TRUE
               END-IF
               IF WS-FLAG-YTD
                   MOVE "*OVER YTD" TO WS-BDL-FLAG
                   SET WS-OVER-TOLERANCE TO TRUE
               END-IF
           END-IF.
       0011-END.

       0012-PRINT-SUMMARY.
           MOVE SPACES TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           MOVE WS-GT-PER-BUDGET TO WS-AMT-PER-BUDGET
           MOVE WS-GT-PER-ACTUAL TO WS-AMT-PER-ACTUAL
           MOVE WS-GT-YTD-BUDGET TO WS-AMT-YTD-BUDGET
           MOVE WS-GT-YTD-ACTUAL TO WS-AMT-YTD-ACTUAL
           MOVE SPACES TO WS-BDL-CODE
           MOVE "COMPANY TOTAL" TO WS-BDL-NAME
           PERFORM 0011-FORMAT-AMOUNTS
           MOVE WS-BUDGET-DETAIL-LINE TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           MOVE SPACES TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           MOVE "DEPARTMENTS OVER BUDGET BEYOND TOLERANCE:"
               TO WS-BSL-LABEL
           MOVE WS-OVER-COUNT TO WS-BSL-COUNT
           MOVE WS-BUDGET-SUMMARY-LINE TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           MOVE "BUDGET RECORDS READ:" TO WS-BSL-LABEL
           MOVE WS-BUDGET-READ-COUNT TO WS-BSL-COUNT
           MOVE WS-BUDGET-SUMMARY-LINE TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           MOVE "LABOR DISTRIBUTION RECORDS READ:" TO WS-BSL-LABEL
           MOVE WS-LABOR-READ-COUNT TO WS-BSL-COUNT
           MOVE WS-BUDGET-SUMMARY-LINE TO BUDGET-REPORT-LINE
           WRITE BUDGET-REPORT-LINE
           IF WS-SKIPPED-COUNT IS GREATER THAN ZEROES
               MOVE "RECORDS SKIPPED - DEPARTMENT TABLE FULL:"
                   TO WS-BSL-LABEL
               MOVE WS-SKIPPED-COUNT TO WS-BSL-COUNT
               MOVE WS-BUDGET-SUMMARY-LINE TO BUDGET-REPORT-LINE
               WRITE BUDGET-REPORT-LINE
           END-IF.
       0012-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM LABORBUD.
