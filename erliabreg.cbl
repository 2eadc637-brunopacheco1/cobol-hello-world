       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERLIABREG.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * EMPLOYER PAYROLL LIABILITY REGISTER          *
      * MONTHLY ROLLUP OF THE EMPLOYER COST DETAIL   *
      * THE SALARY RUN ACCRUES FOR EVERY EMPLOYEE    *
      * PAID: TOTALS THE MONTH'S EMPLOYER TAXES AND  *
      * EMPLOYER BENEFIT SHARE BY CHARGE CODE, WITH  *
      * THE WAGES EACH CHARGE WAS LEVIED ON, SO      *
      * FINANCE KNOWS WHAT THE COMPANY ITSELF OWES   *
      * ON TOP OF THE WITHHOLDINGS IN REMITREG.      *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERCOSTFILE ASSIGN TO "employer_cost.dat"
            FILE STATUS IS WS-ERCOST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIABREPORTFILE ASSIGN "employer_liability.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ERCOSTFILE.
       01  ERCOSTDETAILS.
           88 ERCOST-ENDOFFILE     VALUE HIGH-VALUES.
           02 EC-RUN-DATE.
              03 EC-RUN-YEARMONTH  PIC 9(6).
              03 EC-RUN-DAY        PIC 9(2).
           02 EC-EMPLOYEEID        PIC 9(7).
           02 EC-CODE              PIC X(2).
           02 EC-CLASS             PIC X(1).
              88 EC-CLASS-TAX         VALUE "T".
           02 EC-DESCRIPTION       PIC X(10).
           02 EC-SUBJECT-WAGES     PIC 9(7)V99.
           02 EC-AMOUNT            PIC 9(7)V99.

       FD  LIABREPORTFILE.
       01  LIAB-REPORT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ERCOST-FILE-STATUS==.
           05 WS-SEL-YEARMONTH      PIC 9(6) VALUE ZEROES.
           05 WS-DETAIL-COUNT       PIC 9(7) VALUE ZEROES.
           05 WS-TAX-TOTAL          PIC 9(11)V99 VALUE ZEROES.
           05 WS-BENEFIT-TOTAL      PIC 9(11)V99 VALUE ZEROES.
           05 WS-GRAND-TOTAL        PIC 9(11)V99 VALUE ZEROES.
           05 WS-CHARGE-COUNT       PIC 9(2) VALUE ZEROES.
           05 WS-CHARGE-IDX         PIC 9(2) VALUE ZEROES.
           05 WS-CURR-CHARGE-IDX    PIC 9(2) VALUE ZEROES.
           05 WS-OVERFLOW-COUNT     PIC 9(7) VALUE ZEROES.

       01  WS-CHARGE-TABLE.
           05 WS-CHARGE-ENTRY OCCURS 20 TIMES.
              10 WS-CHG-CODE           PIC X(2).
              10 WS-CHG-CLASS          PIC X(1).
              10 WS-CHG-DESCRIPTION    PIC X(10).
              10 WS-CHG-ITEM-COUNT     PIC 9(7).
              10 WS-CHG-WAGES          PIC 9(11)V99.
              10 WS-CHG-TOTAL          PIC 9(11)V99.

       01  WS-LIAB-HEADING-1.
           05 FILLER            PIC X(50) VALUE
              "ACME CORPORATION - EMPLOYER PAYROLL LIABILITY".

       01  WS-LIAB-PERIOD-LINE.
           05 FILLER            PIC X(18) VALUE "LIABILITY MONTH:  ".
           05 WS-LPL-YEARMONTH  PIC 9(6).

       01  WS-LIAB-COLUMN-HEADINGS.
           05 FILLER            PIC X(6)  VALUE "CODE".
           05 FILLER            PIC X(12) VALUE "DESCRIPTION".
           05 FILLER            PIC X(8)  VALUE "CLASS".
           05 FILLER            PIC X(10) VALUE "ITEMS".
           05 FILLER            PIC X(18) VALUE "SUBJECT WAGES".
           05 FILLER            PIC X(15) VALUE "AMOUNT OWED".

       01  WS-LIAB-DETAIL-LINE.
           05 WS-LDL-CODE       PIC X(2).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-LDL-DESCRIPTION PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-LDL-CLASS      PIC X(7).
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-LDL-COUNT==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.
           05 FILLER            PIC X(3)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-LDL-WAGES==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.
           05 FILLER            PIC X(3)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-LDL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-LIAB-TOTAL-LINE.
           05 WS-LTL-LABEL      PIC X(24).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-LTL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       PROCEDURE DIVISION.

       0001-RUN-LIABILITY-REGISTER.
           DISPLAY "Liability month (YYYYMM):"
           ACCEPT WS-SEL-YEARMONTH
           OPEN INPUT ERCOSTFILE
           IF NOT WS-ERCOST-FILE-STATUS-OK
               DISPLAY "ERLIABREG - NO EMPLOYER COST DETAIL ON HAND, "
                   "NOTHING OWED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           READ ERCOSTFILE
               AT END SET ERCOST-ENDOFFILE TO TRUE
           END-READ
           PERFORM 0002-TALLY-ONE-DETAIL UNTIL ERCOST-ENDOFFILE
           CLOSE ERCOSTFILE
           OPEN OUTPUT LIABREPORTFILE
           MOVE WS-LIAB-HEADING-1 TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE
           MOVE WS-SEL-YEARMONTH TO WS-LPL-YEARMONTH
           MOVE WS-LIAB-PERIOD-LINE TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE
           MOVE SPACES TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE
           MOVE WS-LIAB-COLUMN-HEADINGS TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE
           PERFORM 0004-PRINT-ONE-CHARGE
               VARYING WS-CHARGE-IDX FROM 1 BY 1
               UNTIL WS-CHARGE-IDX IS GREATER THAN WS-CHARGE-COUNT
           MOVE SPACES TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE
           MOVE "EMPLOYER TAXES:" TO WS-LTL-LABEL
           MOVE WS-TAX-TOTAL TO WS-LTL-AMOUNT
           MOVE WS-LIAB-TOTAL-LINE TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE
           MOVE "EMPLOYER BENEFITS:" TO WS-LTL-LABEL
           MOVE WS-BENEFIT-TOTAL TO WS-LTL-AMOUNT
           MOVE WS-LIAB-TOTAL-LINE TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE
           MOVE "TOTAL EMPLOYER COST:" TO WS-LTL-LABEL
           MOVE WS-GRAND-TOTAL TO WS-LTL-AMOUNT
           MOVE WS-LIAB-TOTAL-LINE TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE
           CLOSE LIABREPORTFILE
           DISPLAY "ERLIABREG - DETAIL ITEMS IN MONTH: ",
               WS-DETAIL-COUNT
           IF WS-OVERFLOW-COUNT IS GREATER THAN ZEROES
               DISPLAY "ERLIABREG - CHARGE TABLE FULL (20 MAX), "
                   "ITEMS IN TOTALS ONLY: ", WS-OVERFLOW-COUNT
           END-IF
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-TALLY-ONE-DETAIL.
           IF EC-RUN-YEARMONTH IS EQUAL TO WS-SEL-YEARMONTH
               ADD 1 TO WS-DETAIL-COUNT
               ADD EC-AMOUNT TO WS-GRAND-TOTAL
               IF EC-CLASS-TAX
                   ADD EC-AMOUNT TO WS-TAX-TOTAL
               ELSE
                   ADD EC-AMOUNT TO WS-BENEFIT-TOTAL
               END-IF
               PERFORM 0003-FIND-CHARGE
               IF WS-CURR-CHARGE-IDX IS GREATER THAN ZEROES
                   ADD 1 TO WS-CHG-ITEM-COUNT(WS-CURR-CHARGE-IDX)
                   ADD EC-SUBJECT-WAGES TO
                       WS-CHG-WAGES(WS-CURR-CHARGE-IDX)
                   ADD EC-AMOUNT TO WS-CHG-TOTAL(WS-CURR-CHARGE-IDX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           READ ERCOSTFILE
               AT END SET ERCOST-ENDOFFILE TO TRUE
           END-READ.
       0002-END.

      * CHARGE CODES ARE COLLECTED FROM THE DETAIL ITSELF, SO A CODE
      * RETIRED FROM THE RATE TABLE MID-MONTH STILL REPORTS.
       0003-FIND-CHARGE.
           MOVE ZEROES TO WS-CURR-CHARGE-IDX
           PERFORM 0005-MATCH-ONE-CHARGE
               VARYING WS-CHARGE-IDX FROM 1 BY 1
               UNTIL WS-CHARGE-IDX IS GREATER THAN WS-CHARGE-COUNT
           IF WS-CURR-CHARGE-IDX IS EQUAL TO ZEROES AND
               WS-CHARGE-COUNT IS LESS THAN 20
               ADD 1 TO WS-CHARGE-COUNT
               MOVE WS-CHARGE-COUNT TO WS-CURR-CHARGE-IDX
               MOVE EC-CODE TO WS-CHG-CODE(WS-CURR-CHARGE-IDX)
               MOVE EC-CLASS TO WS-CHG-CLASS(WS-CURR-CHARGE-IDX)
               MOVE EC-DESCRIPTION TO
                   WS-CHG-DESCRIPTION(WS-CURR-CHARGE-IDX)
               MOVE ZEROES TO WS-CHG-ITEM-COUNT(WS-CURR-CHARGE-IDX)
               MOVE ZEROES TO WS-CHG-WAGES(WS-CURR-CHARGE-IDX)
               MOVE ZEROES TO WS-CHG-TOTAL(WS-CURR-CHARGE-IDX)
           END-IF.
       0003-END.

       0004-PRINT-ONE-CHARGE.
           MOVE WS-CHG-CODE(WS-CHARGE-IDX) TO WS-LDL-CODE
           MOVE WS-CHG-DESCRIPTION(WS-CHARGE-IDX) TO
               WS-LDL-DESCRIPTION
           IF WS-CHG-CLASS(WS-CHARGE-IDX) IS EQUAL TO "T"
               MOVE "TAX" TO WS-LDL-CLASS
           ELSE
               MOVE "BENEFIT" TO WS-LDL-CLASS
           END-IF
           MOVE WS-CHG-ITEM-COUNT(WS-CHARGE-IDX) TO WS-LDL-COUNT
           MOVE WS-CHG-WAGES(WS-CHARGE-IDX) TO WS-LDL-WAGES
           MOVE WS-CHG-TOTAL(WS-CHARGE-IDX) TO WS-LDL-AMOUNT
           MOVE WS-LIAB-DETAIL-LINE TO LIAB-REPORT-LINE
           WRITE LIAB-REPORT-LINE.
       0004-END.

       0005-MATCH-ONE-CHARGE.
           IF WS-CHG-CODE(WS-CHARGE-IDX) IS EQUAL TO EC-CODE
               MOVE WS-CHARGE-IDX TO WS-CURR-CHARGE-IDX
           END-IF.
       0005-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM ERLIABREG.
