       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPARPT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * COMPA-RATIO REPORT                           *
      * FOR EVERY ACTIVE EMPLOYEE ON THE MASTER,     *
      * LOOKS UP THE POSITION HELD (POSASSIGN.DAT,   *
      * KEPT BY POSMAINT) AND ITS PAY GRADE RANGE    *
      * (POSITION.DAT), AND PRINTS SALARY AS A       *
      * PERCENTAGE OF THE GRADE MIDPOINT. PAY BELOW  *
      * THE GRADE MINIMUM OR ABOVE THE MAXIMUM IS    *
      * FLAGGED, AS ARE EMPLOYEES WITH NO POSITION   *
      * OR A POSITION CODE NOT ON FILE. HOURLY STAFF *
      * ARE COMPARED ON THE ANNUAL EQUIVALENT THE    *
      * MASTER CARRIES IN SALARY.                    *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEFILE ASSIGN TO "employees.dat"
            FILE STATUS IS WS-MASTER-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMPLOYEEID
            ALTERNATE RECORD KEY IS LASTNAME
                WITH DUPLICATES.

           SELECT POSITIONFILE ASSIGN TO "position.dat"
            FILE STATUS IS WS-POSITION-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSASSIGNFILE ASSIGN TO "posassign.dat"
            FILE STATUS IS WS-POSASSIGN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMPAREPORTFILE ASSIGN "compa_ratio.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEEFILE.
       01  EMPDETAILS.
           88 ENDOFFILE         VALUE HIGH-VALUES.
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

       FD  POSITIONFILE.
       01  POSITIONDETAILS.
           88 POSITION-ENDOFFILE   VALUE HIGH-VALUES.
           02 POS-CODE             PIC X(6).
           02 POS-TITLE            PIC X(20).
           02 POS-GRADE            PIC X(2).
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 POS-GRADE-MIN==.
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 POS-GRADE-MID==.
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 POS-GRADE-MAX==.
           02 POS-STATUS           PIC X(1).
              88 POS-INACTIVE         VALUE "I".

       FD  POSASSIGNFILE.
       01  POSASSIGNDETAILS.
           88 POSASSIGN-ENDOFFILE  VALUE HIGH-VALUES.
           02 PA-EMPLOYEEID        PIC 9(7).
           02 PA-POSITION-CODE     PIC X(6).

       FD  COMPAREPORTFILE.
       01  COMPA-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MASTER-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-POSITION-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-POSASSIGN-FILE-STATUS==.
           05 WS-POSASSIGN-AVAIL-SW   PIC X(1) VALUE "N".
              88 WS-POSASSIGN-AVAILABLE VALUE "Y".
           05 WS-POSITION-COUNT       PIC 9(3) VALUE ZEROES.
           05 WS-POSITION-IDX         PIC 9(3) VALUE ZEROES.
           05 WS-CURR-POSITION-IDX    PIC 9(3) VALUE ZEROES.
           05 WS-EMP-POSITION-CODE    PIC X(6) VALUE SPACES.
           05 WS-COMPA-RATIO          PIC 9(3)V9 VALUE ZEROES.
           05 WS-COMPA-TOTAL          PIC 9(9)V9 VALUE ZEROES.
           05 WS-AVG-COMPA-RATIO      PIC 9(3)V9 VALUE ZEROES.
           05 WS-EMPLOYEE-COUNT       PIC 9(5) VALUE ZEROES.
           05 WS-RATED-COUNT          PIC 9(5) VALUE ZEROES.
           05 WS-BELOW-MIN-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-ABOVE-MAX-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-NO-POSITION-COUNT    PIC 9(5) VALUE ZEROES.
           05 WS-UNKNOWN-POS-COUNT    PIC 9(5) VALUE ZEROES.

       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 200 TIMES.
              10 WS-PST-CODE          PIC X(6).
              10 WS-PST-TITLE         PIC X(20).
              10 WS-PST-GRADE         PIC X(2).
              10 WS-PST-GRADE-MIN     PIC 9(9).
              10 WS-PST-GRADE-MID     PIC 9(9).
              10 WS-PST-GRADE-MAX     PIC 9(9).

       01  WS-COMPA-HEADING-1.
           05 FILLER            PIC X(38) VALUE
              "ACME CORPORATION - COMPA-RATIO REPORT".

       01  WS-COMPA-COLUMN-HEADINGS.
           05 FILLER            PIC X(9)  VALUE "EMP ID".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(8)  VALUE "POSN".
           05 FILLER            PIC X(22) VALUE "TITLE".
           05 FILLER            PIC X(4)  VALUE "GR".
           05 FILLER            PIC X(14) VALUE "       SALARY".
           05 FILLER            PIC X(13) VALUE "      MINIMUM".
           05 FILLER            PIC X(13) VALUE "     MIDPOINT".
           05 FILLER            PIC X(13) VALUE "      MAXIMUM".
           05 FILLER            PIC X(8)  VALUE " COMPA%".
           05 FILLER            PIC X(6)  VALUE "  FLAG".

       01  WS-COMPA-DETAIL-LINE.
           05 WS-CDL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-LASTNAME   PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CDL-FIRSTNAME  PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-CDL-POSITION   PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-TITLE      PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-GRADE      PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-SALARY==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-MIN==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-MID==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-MAX==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-COMPA      PIC ZZ9.9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-FLAG       PIC X(16).

       01  WS-COMPA-SUMMARY-LINE.
           05 WS-CSL-LABEL      PIC X(28).
           05 WS-CSL-VALUE      PIC ZZ,ZZ9.9.

       PROCEDURE DIVISION.

       0001-RUN-COMPA-RATIO-REPORT.
           PERFORM 0002-LOAD-POSITIONS
           OPEN INPUT EMPLOYEEFILE
           IF NOT WS-MASTER-FILE-STATUS-OK
               DISPLAY "COMPARPT ABEND - EMPLOYEE MASTER WILL "
                   "NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN INPUT POSASSIGNFILE
           IF WS-POSASSIGN-FILE-STATUS-OK
               SET WS-POSASSIGN-AVAILABLE TO TRUE
               READ POSASSIGNFILE
                   AT END SET POSASSIGN-ENDOFFILE TO TRUE
               END-READ
           ELSE
               DISPLAY "COMPARPT - NO POSITION ASSIGNMENT FILE, "
                   "EVERY EMPLOYEE REPORTED WITHOUT A POSITION"
           END-IF
           OPEN OUTPUT COMPAREPORTFILE
           MOVE WS-COMPA-HEADING-1 TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE
           MOVE SPACES TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE
           MOVE WS-COMPA-COLUMN-HEADINGS TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ
           PERFORM 0004-REPORT-ONE-EMPLOYEE UNTIL ENDOFFILE
           CLOSE EMPLOYEEFILE
           IF WS-POSASSIGN-AVAILABLE
               CLOSE POSASSIGNFILE
           END-IF
           PERFORM 0008-PRINT-SUMMARY
           CLOSE COMPAREPORTFILE
           DISPLAY "COMPARPT - EMPLOYEES: ", WS-EMPLOYEE-COUNT,
               " BELOW MIN: ", WS-BELOW-MIN-COUNT,
               " ABOVE MAX: ", WS-ABOVE-MAX-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-POSITIONS.
           OPEN INPUT POSITIONFILE
           IF WS-POSITION-FILE-STATUS-OK
               READ POSITIONFILE
                   AT END SET POSITION-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0003-STORE-ONE-POSITION
                   UNTIL POSITION-ENDOFFILE
               CLOSE POSITIONFILE
           ELSE
               DISPLAY "COMPARPT - NO POSITION FILE, NO GRADE "
                   "RANGES TO COMPARE AGAINST"
           END-IF.
       0002-END.

      * AN INACTIVATED POSITION STAYS IN THE TABLE: ANYONE STILL
      * ASSIGNED TO IT IS COMPARED AGAINST ITS LAST GRADE RANGE.
       0003-STORE-ONE-POSITION.
           IF WS-POSITION-COUNT IS EQUAL TO 200
               DISPLAY "WARNING - POSITION TABLE FULL (200 MAX), "
                   "CODE " POS-CODE " SKIPPED"
           ELSE
               ADD 1 TO WS-POSITION-COUNT
               MOVE POS-CODE TO WS-PST-CODE(WS-POSITION-COUNT)
               MOVE POS-TITLE TO WS-PST-TITLE(WS-POSITION-COUNT)
               MOVE POS-GRADE TO WS-PST-GRADE(WS-POSITION-COUNT)
               MOVE POS-GRADE-MIN TO
                   WS-PST-GRADE-MIN(WS-POSITION-COUNT)
               MOVE POS-GRADE-MID TO
                   WS-PST-GRADE-MID(WS-POSITION-COUNT)
               MOVE POS-GRADE-MAX TO
                   WS-PST-GRADE-MAX(WS-POSITION-COUNT)
           END-IF
           READ POSITIONFILE
               AT END SET POSITION-ENDOFFILE TO TRUE
           END-READ.
       0003-END.

       0004-REPORT-ONE-EMPLOYEE.
           MOVE SPACES TO WS-EMP-POSITION-CODE
           MOVE ZEROES TO WS-CURR-POSITION-IDX
           IF WS-POSASSIGN-AVAILABLE
               PERFORM 0005-SKIP-ORPHAN-ASSIGNMENT
                   UNTIL POSASSIGN-ENDOFFILE OR
                       PA-EMPLOYEEID IS NOT LESS THAN EMPLOYEEID
               IF NOT POSASSIGN-ENDOFFILE AND
                   PA-EMPLOYEEID IS EQUAL TO EMPLOYEEID
                   MOVE PA-POSITION-CODE TO WS-EMP-POSITION-CODE
                   PERFORM 0006-FIND-POSITION
                   PERFORM 0005-SKIP-ORPHAN-ASSIGNMENT
                       UNTIL POSASSIGN-ENDOFFILE OR
                           PA-EMPLOYEEID IS GREATER THAN EMPLOYEEID
               END-IF
           END-IF
           IF NOT TERMINATED-SWITCH-TERMINATED
               PERFORM 0007-PRINT-ONE-EMPLOYEE
           END-IF
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
       0004-END.

       0005-SKIP-ORPHAN-ASSIGNMENT.
           READ POSASSIGNFILE
               AT END SET POSASSIGN-ENDOFFILE TO TRUE
           END-READ.
       0005-END.

       0006-FIND-POSITION.
           PERFORM 0009-MATCH-ONE-POSITION
               VARYING WS-POSITION-IDX FROM 1 BY 1
               UNTIL WS-POSITION-IDX IS GREATER THAN
                   WS-POSITION-COUNT.
       0006-END.

      * COMPA-RATIO IS SALARY OVER THE GRADE MIDPOINT AS A
      * PERCENTAGE; 100.0 MEANS PAID EXACTLY AT MIDPOINT. ONLY
      * EMPLOYEES WITH A KNOWN POSITION ENTER THE AVERAGE.
       0007-PRINT-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT
           MOVE SPACES TO WS-COMPA-DETAIL-LINE
           MOVE EMPLOYEEID TO WS-CDL-EMPLOYEEID
           MOVE LASTNAME TO WS-CDL-LASTNAME
           MOVE FIRSTNAME TO WS-CDL-FIRSTNAME
           MOVE WS-EMP-POSITION-CODE TO WS-CDL-POSITION
           MOVE SALARY TO WS-CDL-SALARY
           IF WS-EMP-POSITION-CODE IS EQUAL TO SPACES
               ADD 1 TO WS-NO-POSITION-COUNT
               MOVE "NO POSITION" TO WS-CDL-FLAG
           ELSE
               IF WS-CURR-POSITION-IDX IS EQUAL TO ZEROES
                   ADD 1 TO WS-UNKNOWN-POS-COUNT
                   MOVE "UNKNOWN POSITION" TO WS-CDL-FLAG
               ELSE
                   PERFORM 0010-RATE-ONE-EMPLOYEE
               END-IF
           END-IF
           MOVE WS-COMPA-DETAIL-LINE TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE.
       0007-END.

       0008-PRINT-SUMMARY.
           IF WS-RATED-COUNT IS GREATER THAN ZEROES
               COMPUTE WS-AVG-COMPA-RATIO ROUNDED =
                   WS-COMPA-TOTAL / WS-RATED-COUNT
           END-IF
           MOVE SPACES TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE
           MOVE "ACTIVE EMPLOYEES:" TO WS-CSL-LABEL
           MOVE WS-EMPLOYEE-COUNT TO WS-CSL-VALUE
           PERFORM 0011-WRITE-SUMMARY-LINE
           MOVE "COMPARED TO A GRADE:" TO WS-CSL-LABEL
           MOVE WS-RATED-COUNT TO WS-CSL-VALUE
           PERFORM 0011-WRITE-SUMMARY-LINE
           MOVE "AVERAGE COMPA-RATIO %:" TO WS-CSL-LABEL
           MOVE WS-AVG-COMPA-RATIO TO WS-CSL-VALUE
           PERFORM 0011-WRITE-SUMMARY-LINE
           MOVE "PAID BELOW GRADE MINIMUM:" TO WS-CSL-LABEL
           MOVE WS-BELOW-MIN-COUNT TO WS-CSL-VALUE
           PERFORM 0011-WRITE-SUMMARY-LINE
           MOVE "PAID ABOVE GRADE MAXIMUM:" TO WS-CSL-LABEL
           MOVE WS-ABOVE-MAX-COUNT TO WS-CSL-VALUE
           PERFORM 0011-WRITE-SUMMARY-LINE
           MOVE "NO POSITION ASSIGNED:" TO WS-CSL-LABEL
           MOVE WS-NO-POSITION-COUNT TO WS-CSL-VALUE
           PERFORM 0011-WRITE-SUMMARY-LINE
           MOVE "POSITION NOT ON FILE:" TO WS-CSL-LABEL
           MOVE WS-UNKNOWN-POS-COUNT TO WS-CSL-VALUE
           PERFORM 0011-WRITE-SUMMARY-LINE.
       0008-END.

       0009-MATCH-ONE-POSITION.
           IF WS-PST-CODE(WS-POSITION-IDX) IS EQUAL TO
               WS-EMP-POSITION-CODE
               MOVE WS-POSITION-IDX TO WS-CURR-POSITION-IDX
           END-IF.
       0009-END.

       0010-RATE-ONE-EMPLOYEE.
           MOVE WS-PST-TITLE(WS-CURR-POSITION-IDX) TO WS-CDL-TITLE
           MOVE WS-PST-GRADE(WS-CURR-POSITION-IDX) TO WS-CDL-GRADE
           MOVE WS-PST-GRADE-MIN(WS-CURR-POSITION-IDX) TO WS-CDL-MIN
           MOVE WS-PST-GRADE-MID(WS-CURR-POSITION-IDX) TO WS-CDL-MID
           MOVE WS-PST-GRADE-MAX(WS-CURR-POSITION-IDX) TO WS-CDL-MAX
           MOVE ZEROES TO WS-COMPA-RATIO
           IF WS-PST-GRADE-MID(WS-CURR-POSITION-IDX) IS GREATER
               THAN ZEROES
               COMPUTE WS-COMPA-RATIO ROUNDED =
                   SALARY * 100 /
                   WS-PST-GRADE-MID(WS-CURR-POSITION-IDX)
                   ON SIZE ERROR MOVE 999.9 TO WS-COMPA-RATIO
               END-COMPUTE
           END-IF
           ADD 1 TO WS-RATED-COUNT
           ADD WS-COMPA-RATIO TO WS-COMPA-TOTAL
           MOVE WS-COMPA-RATIO TO WS-CDL-COMPA
           IF SALARY IS LESS THAN
               WS-PST-GRADE-MIN(WS-CURR-POSITION-IDX)
               ADD 1 TO WS-BELOW-MIN-COUNT
               MOVE "BELOW MINIMUM" TO WS-CDL-FLAG
           ELSE
               IF SALARY IS GREATER THAN
                   WS-PST-GRADE-MAX(WS-CURR-POSITION-IDX)
                   ADD 1 TO WS-ABOVE-MAX-COUNT
                   MOVE "ABOVE MAXIMUM" TO WS-CDL-FLAG
               END-IF
           END-IF.
       0010-END.

       0011-WRITE-SUMMARY-LINE.
           MOVE WS-COMPA-SUMMARY-LINE TO COMPA-REPORT-LINE
           WRITE COMPA-REPORT-LINE.
       0011-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM COMPARPT.
