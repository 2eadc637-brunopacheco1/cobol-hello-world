       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERITRUN.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * ANNUAL MERIT REVIEW CYCLE                    *
      * PROPOSE MODE RATES EVERY ACTIVE EMPLOYEE     *
      * FROM THE REVIEW FILE FOR THE REVIEW YEAR AND *
      * THE MERIT MATRIX (INCREASE PERCENTAGE BY     *
      * RATING AND BY QUARTILE OF THE POSITION'S     *
      * GRADE RANGE), PRINTS A MERIT WORKSHEET BY    *
      * DEPARTMENT WITH BUDGET TOTALS FOR SIGN-OFF,  *
      * AND STAGES THE RAISES AS EFFECTIVE-DATED     *
      * CHANGE TRANSACTIONS ON MERIT_PROPOSED.DAT.   *
      * RELEASE MODE, UNDER SUPERVISOR SIGN-ON,      *
      * PROVES THE STAGED FILE AGAINST ITS TRAILER   *
      * AND APPENDS IT TO EMP_TRANSACTIONS.DAT, SO   *
      * THE RAISES PASS EMPEDIT AND WAIT IN SUSPENSE *
      * UNTIL THEIR EFFECTIVE DATE LIKE ANY OTHER    *
      * HR CHANGE.                                   *
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

           SELECT REVIEWFILE ASSIGN TO "reviews.dat"
            FILE STATUS IS WS-REVIEW-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERITMATRIXFILE ASSIGN TO "meritmatrix.dat"
            FILE STATUS IS WS-MATRIX-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERITBUDGETFILE ASSIGN TO "meritbudget.dat"
            FILE STATUS IS WS-BUDGET-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSITIONFILE ASSIGN TO "position.dat"
            FILE STATUS IS WS-POSITION-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSASSIGNFILE ASSIGN TO "posassign.dat"
            FILE STATUS IS WS-POSASSIGN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTREFFILE ASSIGN TO "department.dat"
            FILE STATUS IS WS-DEPTREF-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTASSIGNFILE ASSIGN TO "deptassign.dat"
            FILE STATUS IS WS-ASSIGN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERITWORKFILE ASSIGN TO "merit_work.dat"
            FILE STATUS IS WS-MERITWORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MERITSORTFILE ASSIGN TO "merit_sortwork.dat".

           SELECT PROPOSEDFILE ASSIGN TO "merit_proposed.dat"
            FILE STATUS IS WS-PROPOSED-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPTRANFILE ASSIGN TO "emp_transactions.dat"
            FILE STATUS IS WS-TRAN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORKSHEETFILE ASSIGN "merit_worksheet.lpt"
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

      * ONE RATING PER EMPLOYEE PER REVIEW YEAR, KEYED BY HR.
       FD  REVIEWFILE.
       01  REVIEWDETAILS.
           88 REVIEW-ENDOFFILE     VALUE HIGH-VALUES.
           02 RV-EMPLOYEEID        PIC 9(7).
           02 RV-REVIEW-YEAR       PIC 9(4).
           02 RV-RATING            PIC X(1).
           02 RV-REVIEWER          PIC X(10).

      * ONE ROW PER RATING: THE INCREASE PERCENTAGE FOR EACH
      * QUARTILE OF THE GRADE RANGE, LOWEST QUARTILE FIRST.
       FD  MERITMATRIXFILE.
       01  MERITMATRIXDETAILS.
           88 MATRIX-ENDOFFILE     VALUE HIGH-VALUES.
           02 MM-RATING            PIC X(1).
           02 MM-QUARTILE-PERCENT  PIC 9(2)V99 OCCURS 4 TIMES.

      * MERIT BUDGET AS A PERCENTAGE OF THE DEPARTMENT'S CURRENT
      * PAYROLL; A BLANK DEPARTMENT CODE IS THE COMPANY DEFAULT.
       FD  MERITBUDGETFILE.
       01  MERITBUDGETDETAILS.
           88 BUDGET-ENDOFFILE     VALUE HIGH-VALUES.
           02 MB-DEPT-CODE         PIC X(4).
           02 MB-BUDGET-PERCENT    PIC 9(2)V99.

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

       FD  DEPTREFFILE.
       01  DEPTREFDETAILS.
           88 DEPTREF-ENDOFFILE    VALUE HIGH-VALUES.
           02 DEPTREF-CODE         PIC X(4).
           02 DEPTREF-NAME         PIC X(20).
           02 DEPTREF-MANAGER      PIC X(20).
           02 DEPTREF-STATUS       PIC X(1).
              88 DEPTREF-INACTIVE     VALUE "I".

       FD  DEPTASSIGNFILE.
       01  ASSIGNDETAILS.
           88 ASSIGN-ENDOFFILE     VALUE HIGH-VALUES.
           02 ASSIGN-EMPLOYEEID    PIC 9(7).
           02 ASSIGN-DEPT-CODE     PIC X(4).

       FD  MERITWORKFILE.
       01  MERIT-WORK-RECORD       PIC X(87).

       SD  MERITSORTFILE.
       01  MERIT-SORT-RECORD.
           02 MS-DEPT-CODE         PIC X(4).
           02 MS-EMPLOYEEID        PIC 9(7).
           02 MS-LASTNAME          PIC X(10).
           02 MS-FIRSTNAME         PIC X(10).
           02 MS-POSITION          PIC X(6).
           02 MS-RATING            PIC X(1).
           02 MS-QUARTILE          PIC 9(1).
           02 MS-OLD-SALARY        PIC 9(9).
           02 MS-PERCENT           PIC 9(2)V99.
           02 MS-NEW-SALARY        PIC 9(9).
           02 MS-PAY-TYPE          PIC X(1).
           02 MS-NEW-RATE          PIC 9(3)V99.
           02 MS-FLAG              PIC X(20).

       FD  PROPOSEDFILE.
       01  PROPOSED-TRAN-RECORD    PIC X(60).
       01  PROPOSED-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==MP==.
           02 FILLER               PIC X(30).

       FD  EMPTRANFILE.
       01  EMPTRANDETAILS.
           02 TRAN-ACTION-CODE     PIC X.
           02 TRAN-EMPLOYEEID      PIC 9(7).
           02 TRAN-EMPLOYEENAME.
              03 TRAN-LASTNAME     PIC X(10).
              03 TRAN-FIRSTNAME    PIC X(10).
           COPY DATEFLD REPLACING ==:GROUP:== BY ==02 TRAN-STARTDATE==
               ==:YEAR:== BY ==TRAN-START-YEAR==
               ==:MONTH:== BY ==TRAN-START-MONTH==
               ==:DAY:== BY ==TRAN-START-DAY==.
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 TRAN-SALARY==.
           02 TRAN-GENDER          PIC X.
           COPY DATEFLD REPLACING ==:GROUP:== BY ==02 TRAN-EFFDATE==
               ==:YEAR:== BY ==TRAN-EFF-YEAR==
               ==:MONTH:== BY ==TRAN-EFF-MONTH==
               ==:DAY:== BY ==TRAN-EFF-DAY==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==TRAN-PAY-TYPE==
               ==:RATE:== BY ==TRAN-HOURLY-RATE==.
           02 TRAN-KEYED-BY        PIC X(8).

       FD  WORKSHEETFILE.
       01  WORKSHEET-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MASTER-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-REVIEW-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MATRIX-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-BUDGET-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-POSITION-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-POSASSIGN-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DEPTREF-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ASSIGN-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MERITWORK-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PROPOSED-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TRAN-FILE-STATUS==.
           05 WS-RUN-MODE             PIC X(1) VALUE SPACE.
              88 WS-MODE-PROPOSE      VALUE "P" "p".
              88 WS-MODE-RELEASE      VALUE "R" "r".
           05 WS-POSASSIGN-AVAIL-SW   PIC X(1) VALUE "N".
              88 WS-POSASSIGN-AVAILABLE VALUE "Y".
           05 WS-ASSIGN-AVAIL-SWITCH  PIC X(1) VALUE "N".
              88 WS-ASSIGN-AVAILABLE  VALUE "Y".
           05 WS-SORT-EOF-SWITCH      PIC X(1) VALUE "N".
              88 WS-SORT-EOF          VALUE "Y".
           05 WS-PROPOSED-EOF-SWITCH  PIC X(1) VALUE "N".
              88 WS-PROPOSED-EOF      VALUE "Y".
           05 WS-PROPOSED-TRAILER-SW  PIC X(1) VALUE "N".
              88 WS-PROPOSED-TRAILER-FOUND VALUE "Y".
           05 WS-EMP-FOUND-SWITCH     PIC X(1) VALUE "N".
              88 WS-EMP-FOUND         VALUE "Y".
           05 WS-REVIEW-YEAR          PIC 9(4) VALUE ZEROES.
           05 WS-EFFECTIVE-DATE       PIC 9(8) VALUE ZEROES.
           05 WS-EFFECTIVE-PARTS REDEFINES WS-EFFECTIVE-DATE.
              10 WS-EFF-YEAR          PIC 9(4).
              10 WS-EFF-MONTH         PIC 9(2).
                 88 WS-EFF-MONTH-VALID VALUES 01 THRU 12.
              10 WS-EFF-DAY           PIC 9(2).
                 88 WS-EFF-DAY-VALID  VALUES 01 THRU 31.
           05 WS-TODAY                PIC 9(8) VALUE ZEROES.
           05 WS-TODAY-PARTS REDEFINES WS-TODAY.
              10 WS-TODAY-YEAR        PIC 9(4).
              10 WS-TODAY-MMDD        PIC 9(4).
           05 WS-MATRIX-IDX           PIC 9(2) VALUE ZEROES.
           05 WS-MATRIX-COUNT         PIC 9(2) VALUE ZEROES.
           05 WS-CURR-MATRIX-IDX      PIC 9(2) VALUE ZEROES.
           05 WS-REVIEW-COUNT         PIC 9(4) VALUE ZEROES.
           05 WS-REVIEW-IDX           PIC 9(4) VALUE ZEROES.
           05 WS-CURR-REVIEW-IDX      PIC 9(4) VALUE ZEROES.
           05 WS-LOOKUP-EMPLOYEEID    PIC 9(7) VALUE ZEROES.
           05 WS-POSITION-COUNT       PIC 9(3) VALUE ZEROES.
           05 WS-POSITION-IDX         PIC 9(3) VALUE ZEROES.
           05 WS-CURR-POSITION-IDX    PIC 9(3) VALUE ZEROES.
           05 WS-DEPT-COUNT           PIC 9(3) VALUE ZEROES.
           05 WS-DEPT-IDX             PIC 9(3) VALUE ZEROES.
           05 WS-CURR-DEPT-IDX        PIC 9(3) VALUE ZEROES.
           05 WS-BUDGET-COUNT         PIC 9(3) VALUE ZEROES.
           05 WS-BUDGET-IDX           PIC 9(3) VALUE ZEROES.
           05 WS-CURR-BUDGET-IDX      PIC 9(3) VALUE ZEROES.
           05 WS-EMP-POSITION-CODE    PIC X(6) VALUE SPACES.
           05 WS-EMP-DEPT-CODE        PIC X(4) VALUE SPACES.
           05 WS-RANGE-SPREAD         PIC 9(9) VALUE ZEROES.
           05 WS-QUARTILE-WORK        PIC 9(3) VALUE ZEROES.
           05 WS-RATE-WORK            PIC 9(5)V99 VALUE ZEROES.
           05 WS-SALARY-WORK          PIC 9(11) VALUE ZEROES.
           05 WS-CURRENT-DEPT-CODE    PIC X(4) VALUE SPACES.
           05 WS-BUDGET-PERCENT       PIC 9(2)V99 VALUE ZEROES.
           05 WS-RATED-COUNT          PIC 9(5) VALUE ZEROES.
           05 WS-PROPOSED-COUNT       PIC 9(7) VALUE ZEROES.
           05 WS-PROPOSED-HASH        PIC 9(13)V99 VALUE ZEROES.
           05 WS-RELEASE-READ-COUNT   PIC 9(7) VALUE ZEROES.
           05 WS-RELEASE-READ-HASH    PIC 9(13)V99 VALUE ZEROES.
           05 WS-RELEASED-COUNT       PIC 9(7) VALUE ZEROES.

       01  WS-MERIT-RESULT.
           02 MR-DEPT-CODE            PIC X(4).
           02 MR-EMPLOYEEID           PIC 9(7).
           02 MR-LASTNAME             PIC X(10).
           02 MR-FIRSTNAME            PIC X(10).
           02 MR-POSITION             PIC X(6).
           02 MR-RATING               PIC X(1).
           02 MR-QUARTILE             PIC 9(1).
           02 MR-OLD-SALARY           PIC 9(9).
           02 MR-PERCENT              PIC 9(2)V99.
           02 MR-NEW-SALARY           PIC 9(9).
           02 MR-PAY-TYPE             PIC X(1).
           02 MR-NEW-RATE             PIC 9(3)V99.
           02 MR-FLAG                 PIC X(20).

       01  WS-TOTALS-ZERO.
           05 FILLER PIC 9(5) VALUE ZEROES.
           05 FILLER PIC 9(11) VALUE ZEROES.
           05 FILLER PIC 9(11) VALUE ZEROES.
           05 FILLER PIC 9(11) VALUE ZEROES.

       01  WS-DEPT-TOTALS.
           05 WS-DT-HEADCOUNT         PIC 9(5).
           05 WS-DT-PAYROLL           PIC 9(11).
           05 WS-DT-INCREASE          PIC 9(11).
           05 WS-DT-BUDGET            PIC 9(11).

       01  WS-GRAND-TOTALS.
           05 WS-GT-HEADCOUNT         PIC 9(5).
           05 WS-GT-PAYROLL           PIC 9(11).
           05 WS-GT-INCREASE          PIC 9(11).
           05 WS-GT-BUDGET            PIC 9(11).

       01  WS-MATRIX-TABLE.
           05 WS-MATRIX-ENTRY OCCURS 10 TIMES.
              10 WS-MTX-RATING        PIC X(1).
              10 WS-MTX-PERCENT       PIC 9(2)V99 OCCURS 4 TIMES.

       01  WS-REVIEW-TABLE.
           05 WS-REVIEW-ENTRY OCCURS 2000 TIMES.
              10 WS-RVT-EMPLOYEEID    PIC 9(7).
              10 WS-RVT-RATING        PIC X(1).

       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 200 TIMES.
              10 WS-PST-CODE          PIC X(6).
              10 WS-PST-GRADE-MIN     PIC 9(9).
              10 WS-PST-GRADE-MAX     PIC 9(9).

       01  WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
              10 WS-DPT-CODE          PIC X(4).
              10 WS-DPT-NAME          PIC X(20).

       01  WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 50 TIMES.
              10 WS-BGT-DEPT-CODE     PIC X(4).
              10 WS-BGT-PERCENT       PIC 9(2)V99.

       01  WS-WORKSHEET-HEADING-1.
           05 FILLER            PIC X(44) VALUE
              "ACME CORPORATION - MERIT INCREASE WORKSHEET".
           05 FILLER            PIC X(14) VALUE "REVIEW YEAR: ".
           05 WS-WH1-REVIEW-YEAR PIC 9(4).
           05 FILLER            PIC X(14) VALUE "   EFFECTIVE: ".
           05 WS-WH1-EFFECTIVE  PIC 9(8).

       01  WS-DEPT-HEADING-LINE.
           05 FILLER            PIC X(12) VALUE "DEPARTMENT: ".
           05 WS-DHL-CODE       PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-DHL-NAME       PIC X(20).

       01  WS-WORKSHEET-COLUMN-HEADINGS.
           05 FILLER            PIC X(9)  VALUE "EMP ID".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(8)  VALUE "POSN".
           05 FILLER            PIC X(4)  VALUE "RTG".
           05 FILLER            PIC X(4)  VALUE "QTL".
           05 FILLER            PIC X(14) VALUE "      CURRENT".
           05 FILLER            PIC X(8)  VALUE " MERIT%".
           05 FILLER            PIC X(13) VALUE "     INCREASE".
           05 FILLER            PIC X(14) VALUE "     PROPOSED".
           05 FILLER            PIC X(9)  VALUE "  NEW RT".
           05 FILLER            PIC X(20) VALUE "  NOTE".

       01  WS-WORKSHEET-DETAIL-LINE.
           05 WS-WDL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-WDL-LASTNAME   PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-WDL-FIRSTNAME  PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-WDL-POSITION   PIC X(6).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-WDL-RATING     PIC X(1).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-WDL-QUARTILE   PIC 9(1) BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-WDL-CURRENT==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-WDL-PERCENT    PIC Z9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-WDL-INCREASE==
               ==:WIDTH:== BY ==$$$,$$$,$$9==.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-WDL-PROPOSED==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-WDL-NEW-RATE   PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-WDL-FLAG       PIC X(20).

       01  WS-WORKSHEET-TOTAL-LINE.
           05 WS-WTL-LABEL      PIC X(20).
           05 FILLER            PIC X(6)  VALUE "HEADS ".
           05 WS-WTL-HEADCOUNT  PIC ZZ,ZZ9.
           05 FILLER            PIC X(10) VALUE "  PAYROLL ".
           05 WS-WTL-PAYROLL    PIC $$$$,$$$,$$9.
           05 FILLER            PIC X(11) VALUE "  INCREASE ".
           05 WS-WTL-INCREASE   PIC $$$,$$$,$$9.
           05 WS-WTL-INCR-PCT   PIC ZZ9.99.
           05 FILLER            PIC X(9)  VALUE "%  BUDGET".
           05 WS-WTL-BUDGET     PIC $$$,$$$,$$9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-WTL-VARIANCE   PIC $$$,$$$,$$9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-WTL-FLAG       PIC X(11).

       01  WS-SIGNOFF-LINE.
           05 FILLER            PIC X(46) VALUE
              "APPROVED FOR RELEASE BY: ____________________".
           05 FILLER            PIC X(24) VALUE
              "   DATE: ______________".

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-MERIT-CYCLE.
           DISPLAY "Merit run: (P)ropose worksheet or (R)elease "
               "approved raises"
           ACCEPT WS-RUN-MODE
           IF WS-MODE-RELEASE
               PERFORM 0030-RELEASE-PROPOSALS
               GO TO 9999-FINISH-PROGRAM
           END-IF
           IF NOT WS-MODE-PROPOSE
               DISPLAY "MERITRUN - UNKNOWN RUN MODE, ENTER P OR R"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Review year (zero for this year):"
           ACCEPT WS-REVIEW-YEAR
           IF WS-REVIEW-YEAR IS NOT NUMERIC OR
               WS-REVIEW-YEAR IS EQUAL TO ZEROES
               MOVE WS-TODAY-YEAR TO WS-REVIEW-YEAR
           END-IF
           DISPLAY "Raise effective date (YYYYMMDD):"
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE IS NOT NUMERIC OR
               NOT WS-EFF-MONTH-VALID OR NOT WS-EFF-DAY-VALID
               DISPLAY "MERITRUN - EFFECTIVE DATE NOT VALID, "
                   "NOTHING PROPOSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0002-LOAD-MERIT-MATRIX
           IF WS-MATRIX-COUNT IS EQUAL TO ZEROES
               DISPLAY "MERITRUN - NO MERIT MATRIX ON FILE, "
                   "NOTHING PROPOSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0004-LOAD-REVIEWS
           PERFORM 0006-LOAD-POSITIONS
           PERFORM 0008-LOAD-DEPARTMENTS
           PERFORM 0010-LOAD-BUDGETS
           OPEN INPUT EMPLOYEEFILE
           IF NOT WS-MASTER-FILE-STATUS-OK
               DISPLAY "MERITRUN ABEND - EMPLOYEE MASTER WILL "
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
           END-IF
           OPEN INPUT DEPTASSIGNFILE
           IF WS-ASSIGN-FILE-STATUS-OK
               SET WS-ASSIGN-AVAILABLE TO TRUE
               READ DEPTASSIGNFILE
                   AT END SET ASSIGN-ENDOFFILE TO TRUE
               END-READ
           END-IF
           OPEN OUTPUT MERITWORKFILE
           IF NOT WS-MERITWORK-FILE-STATUS-OK
               DISPLAY "MERITRUN ABEND - MERIT WORK FILE I/O ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-MERITWORK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ
           PERFORM 0012-RATE-ONE-EMPLOYEE UNTIL ENDOFFILE
           CLOSE MERITWORKFILE
           IF WS-POSASSIGN-AVAILABLE
               CLOSE POSASSIGNFILE
           END-IF
           IF WS-ASSIGN-AVAILABLE
               CLOSE DEPTASSIGNFILE
           END-IF
           SORT MERITSORTFILE
               ON ASCENDING KEY MS-DEPT-CODE MS-EMPLOYEEID
               USING MERITWORKFILE
               OUTPUT PROCEDURE IS 0020-PRINT-WORKSHEET
                   THRU 0023-WORKSHEET-EXIT
           CLOSE EMPLOYEEFILE
           DISPLAY "MERITRUN - EMPLOYEES RATED: ", WS-RATED-COUNT,
               " RAISES PROPOSED: ", WS-PROPOSED-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-MERIT-MATRIX.
           OPEN INPUT MERITMATRIXFILE
           IF WS-MATRIX-FILE-STATUS-OK
               READ MERITMATRIXFILE
                   AT END SET MATRIX-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0003-STORE-ONE-MATRIX-ROW
                   UNTIL MATRIX-ENDOFFILE
               CLOSE MERITMATRIXFILE
           END-IF.
       0002-END.

       0003-STORE-ONE-MATRIX-ROW.
           IF WS-MATRIX-COUNT IS EQUAL TO 10
               DISPLAY "WARNING - MERIT MATRIX TABLE FULL (10 MAX), "
                   "RATING " MM-RATING " SKIPPED"
           ELSE
               ADD 1 TO WS-MATRIX-COUNT
               MOVE MERITMATRIXDETAILS
                   TO WS-MATRIX-ENTRY(WS-MATRIX-COUNT)
           END-IF
           READ MERITMATRIXFILE
               AT END SET MATRIX-ENDOFFILE TO TRUE
           END-READ.
       0003-END.

      * ONLY RATINGS FOR THE REVIEW YEAR ARE KEPT; A SECOND RATING
      * FOR THE SAME EMPLOYEE AND YEAR REPLACES THE FIRST.
       0004-LOAD-REVIEWS.
           OPEN INPUT REVIEWFILE
           IF WS-REVIEW-FILE-STATUS-OK
               READ REVIEWFILE
                   AT END SET REVIEW-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0005-STORE-ONE-REVIEW UNTIL REVIEW-ENDOFFILE
               CLOSE REVIEWFILE
           ELSE
               DISPLAY "MERITRUN - NO REVIEW FILE, EVERY EMPLOYEE "
                   "LISTED WITHOUT A RATING"
           END-IF.
       0004-END.

       0005-STORE-ONE-REVIEW.
           IF RV-REVIEW-YEAR IS EQUAL TO WS-REVIEW-YEAR
               MOVE RV-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0016-FIND-REVIEW
               IF WS-CURR-REVIEW-IDX IS GREATER THAN ZEROES
                   MOVE RV-RATING TO WS-RVT-RATING(WS-CURR-REVIEW-IDX)
               ELSE
                   IF WS-REVIEW-COUNT IS EQUAL TO 2000
                       DISPLAY "WARNING - REVIEW TABLE FULL (2000 "
                           "MAX), EMPLOYEE " RV-EMPLOYEEID " SKIPPED"
                   ELSE
                       ADD 1 TO WS-REVIEW-COUNT
                       MOVE RV-EMPLOYEEID
                           TO WS-RVT-EMPLOYEEID(WS-REVIEW-COUNT)
                       MOVE RV-RATING
                           TO WS-RVT-RATING(WS-REVIEW-COUNT)
                   END-IF
               END-IF
           END-IF
           READ REVIEWFILE
               AT END SET REVIEW-ENDOFFILE TO TRUE
           END-READ.
       0005-END.

       0006-LOAD-POSITIONS.
           OPEN INPUT POSITIONFILE
           IF WS-POSITION-FILE-STATUS-OK
               READ POSITIONFILE
                   AT END SET POSITION-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0007-STORE-ONE-POSITION
                   UNTIL POSITION-ENDOFFILE
               CLOSE POSITIONFILE
           ELSE
               DISPLAY "MERITRUN - NO POSITION FILE, EVERY EMPLOYEE "
                   "RATED AT THE MIDDLE OF THE RANGE"
           END-IF.
       0006-END.

       0007-STORE-ONE-POSITION.
           IF WS-POSITION-COUNT IS EQUAL TO 200
               DISPLAY "WARNING - POSITION TABLE FULL (200 MAX), "
                   "CODE " POS-CODE " SKIPPED"
           ELSE
               ADD 1 TO WS-POSITION-COUNT
               MOVE POS-CODE TO WS-PST-CODE(WS-POSITION-COUNT)
               MOVE POS-GRADE-MIN TO
                   WS-PST-GRADE-MIN(WS-POSITION-COUNT)
               MOVE POS-GRADE-MAX TO
                   WS-PST-GRADE-MAX(WS-POSITION-COUNT)
           END-IF
           READ POSITIONFILE
               AT END SET POSITION-ENDOFFILE TO TRUE
           END-READ.
       0007-END.

       0008-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTREFFILE
           IF WS-DEPTREF-FILE-STATUS-OK
               READ DEPTREFFILE
                   AT END SET DEPTREF-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0009-STORE-ONE-DEPARTMENT
                   UNTIL DEPTREF-ENDOFFILE
               CLOSE DEPTREFFILE
           END-IF.
       0008-END.

       0009-STORE-ONE-DEPARTMENT.
           IF WS-DEPT-COUNT IS EQUAL TO 50
               DISPLAY "WARNING - DEPARTMENT TABLE FULL (50 MAX), "
                   "CODE " DEPTREF-CODE " SKIPPED"
           ELSE
               ADD 1 TO WS-DEPT-COUNT
               MOVE DEPTREF-CODE TO WS-DPT-CODE(WS-DEPT-COUNT)
               MOVE DEPTREF-NAME TO WS-DPT-NAME(WS-DEPT-COUNT)
           END-IF
           READ DEPTREFFILE
               AT END SET DEPTREF-ENDOFFILE TO TRUE
           END-READ.
       0009-END.

       0010-LOAD-BUDGETS.
           OPEN INPUT MERITBUDGETFILE
           IF WS-BUDGET-FILE-STATUS-OK
               READ MERITBUDGETFILE
                   AT END SET BUDGET-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0011-STORE-ONE-BUDGET UNTIL BUDGET-ENDOFFILE
               CLOSE MERITBUDGETFILE
           ELSE
               DISPLAY "MERITRUN - NO MERIT BUDGET FILE, "
                   "DEPARTMENTS SHOWN WITHOUT A BUDGET"
           END-IF.
       0010-END.

       0011-STORE-ONE-BUDGET.
           IF WS-BUDGET-COUNT IS EQUAL TO 50
               DISPLAY "WARNING - MERIT BUDGET TABLE FULL (50 MAX), "
                   "DEPARTMENT " MB-DEPT-CODE " SKIPPED"
           ELSE
               ADD 1 TO WS-BUDGET-COUNT
               MOVE MB-DEPT-CODE TO WS-BGT-DEPT-CODE(WS-BUDGET-COUNT)
               MOVE MB-BUDGET-PERCENT
                   TO WS-BGT-PERCENT(WS-BUDGET-COUNT)
           END-IF
           READ MERITBUDGETFILE
               AT END SET BUDGET-ENDOFFILE TO TRUE
           END-READ.
       0011-END.

       0012-RATE-ONE-EMPLOYEE.
           MOVE SPACES TO WS-EMP-POSITION-CODE
           MOVE SPACES TO WS-EMP-DEPT-CODE
           IF WS-POSASSIGN-AVAILABLE
               PERFORM 0013-SKIP-POSASSIGN
                   UNTIL POSASSIGN-ENDOFFILE OR
                       PA-EMPLOYEEID IS NOT LESS THAN EMPLOYEEID
               IF NOT POSASSIGN-ENDOFFILE AND
                   PA-EMPLOYEEID IS EQUAL TO EMPLOYEEID
                   MOVE PA-POSITION-CODE TO WS-EMP-POSITION-CODE
               END-IF
           END-IF
           IF WS-ASSIGN-AVAILABLE
               PERFORM 0014-SKIP-DEPTASSIGN
                   UNTIL ASSIGN-ENDOFFILE OR
                       ASSIGN-EMPLOYEEID IS NOT LESS THAN EMPLOYEEID
               IF NOT ASSIGN-ENDOFFILE AND
                   ASSIGN-EMPLOYEEID IS EQUAL TO EMPLOYEEID
                   MOVE ASSIGN-DEPT-CODE TO WS-EMP-DEPT-CODE
               END-IF
           END-IF
           IF NOT TERMINATED-SWITCH-TERMINATED
               PERFORM 0015-COMPUTE-MERIT-RAISE THRU 0015-EXIT
               MOVE WS-MERIT-RESULT TO MERIT-WORK-RECORD
               WRITE MERIT-WORK-RECORD
           END-IF
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
       0012-END.

       0013-SKIP-POSASSIGN.
           READ POSASSIGNFILE
               AT END SET POSASSIGN-ENDOFFILE TO TRUE
           END-READ.
       0013-END.

       0014-SKIP-DEPTASSIGN.
           READ DEPTASSIGNFILE
               AT END SET ASSIGN-ENDOFFILE TO TRUE
           END-READ.
       0014-END.

      * THE QUARTILE IS WHERE SALARY FALLS BETWEEN THE GRADE MINIMUM
      * AND MAXIMUM: BELOW THE MINIMUM COUNTS AS THE FIRST QUARTILE,
      * AND NO POSITION OR AN UNKNOWN ONE AS THE SECOND. PAY AT OR
      * ABOVE THE MAXIMUM GETS NO INCREASE, AND AN INCREASE IS
      * TRIMMED SO IT NEVER CARRIES PAY PAST THE MAXIMUM. HOURLY
      * STAFF HAVE THEIR RATE RAISED BY THE SAME PROPORTION AS THE
      * ANNUAL EQUIVALENT IN SALARY.
       0015-COMPUTE-MERIT-RAISE.
           MOVE SPACES TO WS-MERIT-RESULT
           MOVE WS-EMP-DEPT-CODE TO MR-DEPT-CODE
           MOVE EMPLOYEEID TO MR-EMPLOYEEID
           MOVE LASTNAME TO MR-LASTNAME
           MOVE FIRSTNAME TO MR-FIRSTNAME
           MOVE WS-EMP-POSITION-CODE TO MR-POSITION
           MOVE SALARY TO MR-OLD-SALARY
           MOVE SALARY TO MR-NEW-SALARY
           MOVE ZEROES TO MR-PERCENT
           MOVE ZEROES TO MR-NEW-RATE
           MOVE 2 TO MR-QUARTILE
           MOVE PAY-TYPE TO MR-PAY-TYPE
           MOVE EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
           PERFORM 0016-FIND-REVIEW
           IF WS-CURR-REVIEW-IDX IS EQUAL TO ZEROES
               MOVE "NO RATING" TO MR-FLAG
               MOVE ZEROES TO MR-QUARTILE
               GO TO 0015-EXIT
           END-IF
           MOVE WS-RVT-RATING(WS-CURR-REVIEW-IDX) TO MR-RATING
           ADD 1 TO WS-RATED-COUNT
           MOVE ZEROES TO WS-CURR-MATRIX-IDX
           PERFORM 0017-MATCH-ONE-MATRIX-ROW
               VARYING WS-MATRIX-IDX FROM 1 BY 1
               UNTIL WS-MATRIX-IDX IS GREATER THAN WS-MATRIX-COUNT
           MOVE ZEROES TO WS-CURR-POSITION-IDX
           IF WS-EMP-POSITION-CODE IS EQUAL TO SPACES
               MOVE "NO POSITION - MID" TO MR-FLAG
           ELSE
               PERFORM 0018-MATCH-ONE-POSITION
                   VARYING WS-POSITION-IDX FROM 1 BY 1
                   UNTIL WS-POSITION-IDX IS GREATER THAN
                       WS-POSITION-COUNT
               IF WS-CURR-POSITION-IDX IS EQUAL TO ZEROES
                   MOVE "UNKNOWN POSN - MID" TO MR-FLAG
               ELSE
                   PERFORM 0019-FIND-QUARTILE
               END-IF
           END-IF
           IF WS-CURR-MATRIX-IDX IS EQUAL TO ZEROES
               MOVE "RATING NOT IN MATRIX" TO MR-FLAG
               GO TO 0015-EXIT
           END-IF
           IF WS-CURR-POSITION-IDX IS GREATER THAN ZEROES AND
               SALARY IS NOT LESS THAN
                   WS-PST-GRADE-MAX(WS-CURR-POSITION-IDX)
               MOVE "AT/ABOVE MAXIMUM" TO MR-FLAG
               GO TO 0015-EXIT
           END-IF
           MOVE WS-MTX-PERCENT(WS-CURR-MATRIX-IDX, MR-QUARTILE)
               TO MR-PERCENT
           COMPUTE WS-SALARY-WORK ROUNDED =
               SALARY * (100 + MR-PERCENT) / 100
           IF WS-CURR-POSITION-IDX IS GREATER THAN ZEROES AND
               WS-SALARY-WORK IS GREATER THAN
                   WS-PST-GRADE-MAX(WS-CURR-POSITION-IDX)
               MOVE WS-PST-GRADE-MAX(WS-CURR-POSITION-IDX)
                   TO WS-SALARY-WORK
               MOVE "CAPPED AT MAXIMUM" TO MR-FLAG
           END-IF
           MOVE WS-SALARY-WORK TO MR-NEW-SALARY
           IF PAY-TYPE-HOURLY AND SALARY IS GREATER THAN ZEROES
               COMPUTE WS-RATE-WORK ROUNDED =
                   HOURLY-RATE * MR-NEW-SALARY / SALARY
               MOVE WS-RATE-WORK TO MR-NEW-RATE
           END-IF.
       0015-EXIT.
           EXIT.
       0015-END.

       0016-FIND-REVIEW.
           MOVE ZEROES TO WS-CURR-REVIEW-IDX
           PERFORM 0024-MATCH-ONE-REVIEW
               VARYING WS-REVIEW-IDX FROM 1 BY 1
               UNTIL WS-REVIEW-IDX IS GREATER THAN WS-REVIEW-COUNT
                   OR WS-CURR-REVIEW-IDX IS GREATER THAN ZEROES.
       0016-END.

       0017-MATCH-ONE-MATRIX-ROW.
           IF WS-MTX-RATING(WS-MATRIX-IDX) IS EQUAL TO MR-RATING
               MOVE WS-MATRIX-IDX TO WS-CURR-MATRIX-IDX
           END-IF.
       0017-END.

       0018-MATCH-ONE-POSITION.
           IF WS-PST-CODE(WS-POSITION-IDX) IS EQUAL TO
               WS-EMP-POSITION-CODE
               MOVE WS-POSITION-IDX TO WS-CURR-POSITION-IDX
           END-IF.
       0018-END.

       0019-FIND-QUARTILE.
           IF SALARY IS LESS THAN
               WS-PST-GRADE-MIN(WS-CURR-POSITION-IDX)
               MOVE 1 TO MR-QUARTILE
               MOVE "BELOW MINIMUM" TO MR-FLAG
           ELSE
               COMPUTE WS-RANGE-SPREAD =
                   WS-PST-GRADE-MAX(WS-CURR-POSITION-IDX) -
                   WS-PST-GRADE-MIN(WS-CURR-POSITION-IDX)
               IF WS-RANGE-SPREAD IS EQUAL TO ZEROES
                   MOVE 2 TO MR-QUARTILE
               ELSE
                   COMPUTE WS-QUARTILE-WORK =
                       (SALARY - WS-PST-GRADE-MIN(WS-CURR-POSITION-IDX))
                       * 4 / WS-RANGE-SPREAD + 1
                   IF WS-QUARTILE-WORK IS GREATER THAN 4
                       MOVE 4 TO WS-QUARTILE-WORK
                   END-IF
                   MOVE WS-QUARTILE-WORK TO MR-QUARTILE
               END-IF
           END-IF.
       0019-END.

      * THE SORTED WORKSHEET BREAKS ON DEPARTMENT. EVERY RAISE ON
      * IT IS STAGED AS A CHANGE TRANSACTION CARRYING THE CURRENT
      * MASTER FIELDS WITH THE NEW PAY AND THE EFFECTIVE DATE.
       0020-PRINT-WORKSHEET.
           OPEN OUTPUT PROPOSEDFILE
           IF NOT WS-PROPOSED-FILE-STATUS-OK
               DISPLAY "MERITRUN ABEND - PROPOSED RAISE FILE I/O "
                   "ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-PROPOSED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 0023-WORKSHEET-EXIT
           END-IF
           OPEN OUTPUT WORKSHEETFILE
           MOVE WS-REVIEW-YEAR TO WS-WH1-REVIEW-YEAR
           MOVE WS-EFFECTIVE-DATE TO WS-WH1-EFFECTIVE
           MOVE WS-WORKSHEET-HEADING-1 TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE WS-TOTALS-ZERO TO WS-GRAND-TOTALS
           MOVE HIGH-VALUES TO WS-CURRENT-DEPT-CODE
           RETURN MERITSORTFILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN
           PERFORM 0021-PRINT-ONE-WORKSHEET-LINE UNTIL WS-SORT-EOF
           IF WS-CURRENT-DEPT-CODE IS NOT EQUAL TO HIGH-VALUES
               PERFORM 0026-PRINT-DEPT-TOTAL
           END-IF
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE "COMPANY TOTAL" TO WS-WTL-LABEL
           MOVE WS-GRAND-TOTALS TO WS-DEPT-TOTALS
           PERFORM 0027-FORMAT-TOTAL-LINE
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE WS-SIGNOFF-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           CLOSE WORKSHEETFILE
           MOVE SPACES TO PROPOSED-TRAILER-VIEW
           MOVE "TRAILER " TO MP-TRL-ID
           MOVE WS-PROPOSED-COUNT TO MP-TRL-RECORD-COUNT
           MOVE WS-PROPOSED-HASH TO MP-TRL-AMOUNT-HASH
           WRITE PROPOSED-TRAILER-VIEW
           CLOSE PROPOSEDFILE
           GO TO 0023-WORKSHEET-EXIT.
       0020-END.

       0021-PRINT-ONE-WORKSHEET-LINE.
           IF MS-DEPT-CODE IS NOT EQUAL TO WS-CURRENT-DEPT-CODE
               IF WS-CURRENT-DEPT-CODE IS NOT EQUAL TO HIGH-VALUES
                   PERFORM 0026-PRINT-DEPT-TOTAL
               END-IF
               PERFORM 0025-START-DEPARTMENT
           END-IF
           MOVE SPACES TO WS-WORKSHEET-DETAIL-LINE
           MOVE MS-EMPLOYEEID TO WS-WDL-EMPLOYEEID
           MOVE MS-LASTNAME TO WS-WDL-LASTNAME
           MOVE MS-FIRSTNAME TO WS-WDL-FIRSTNAME
           MOVE MS-POSITION TO WS-WDL-POSITION
           MOVE MS-RATING TO WS-WDL-RATING
           MOVE MS-QUARTILE TO WS-WDL-QUARTILE
           MOVE MS-OLD-SALARY TO WS-WDL-CURRENT
           MOVE MS-PERCENT TO WS-WDL-PERCENT
           COMPUTE WS-WDL-INCREASE = MS-NEW-SALARY - MS-OLD-SALARY
           MOVE MS-NEW-SALARY TO WS-WDL-PROPOSED
           MOVE MS-NEW-RATE TO WS-WDL-NEW-RATE
           MOVE MS-FLAG TO WS-WDL-FLAG
           MOVE WS-WORKSHEET-DETAIL-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           ADD 1 TO WS-DT-HEADCOUNT
           ADD MS-OLD-SALARY TO WS-DT-PAYROLL
           COMPUTE WS-DT-INCREASE =
               WS-DT-INCREASE + MS-NEW-SALARY - MS-OLD-SALARY
           IF MS-NEW-SALARY IS GREATER THAN MS-OLD-SALARY
               PERFORM 0022-STAGE-ONE-RAISE
           END-IF
           RETURN MERITSORTFILE
               AT END SET WS-SORT-EOF TO TRUE
           END-RETURN.
       0021-END.

       0022-STAGE-ONE-RAISE.
           MOVE "N" TO WS-EMP-FOUND-SWITCH
           MOVE MS-EMPLOYEEID TO EMPLOYEEID
           READ EMPLOYEEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EMP-FOUND TO TRUE
           END-READ
           IF WS-EMP-FOUND
               MOVE SPACES TO EMPTRANDETAILS
               MOVE "C" TO TRAN-ACTION-CODE
               MOVE EMPLOYEEID TO TRAN-EMPLOYEEID
               MOVE EMPLOYEENAME TO TRAN-EMPLOYEENAME
               MOVE STARTDATE TO TRAN-STARTDATE
               MOVE MS-NEW-SALARY TO TRAN-SALARY
               MOVE GENDER TO TRAN-GENDER
               MOVE WS-EFFECTIVE-DATE TO TRAN-EFFDATE
               IF PAY-TYPE-HOURLY
                   MOVE PAY-TYPE TO TRAN-PAY-TYPE
                   MOVE MS-NEW-RATE TO TRAN-HOURLY-RATE
               ELSE
                   MOVE "S" TO TRAN-PAY-TYPE
                   MOVE ZEROES TO TRAN-HOURLY-RATE
               END-IF
               MOVE EMPTRANDETAILS TO PROPOSED-TRAN-RECORD
               WRITE PROPOSED-TRAN-RECORD
               ADD 1 TO WS-PROPOSED-COUNT
               ADD MS-NEW-SALARY TO WS-PROPOSED-HASH
           END-IF.
       0022-END.

       0023-WORKSHEET-EXIT.
           EXIT.
       0023-END.

       0024-MATCH-ONE-REVIEW.
           IF WS-RVT-EMPLOYEEID(WS-REVIEW-IDX) IS EQUAL TO
               WS-LOOKUP-EMPLOYEEID
               MOVE WS-REVIEW-IDX TO WS-CURR-REVIEW-IDX
           END-IF.
       0024-END.

       0025-START-DEPARTMENT.
           MOVE MS-DEPT-CODE TO WS-CURRENT-DEPT-CODE
           MOVE WS-TOTALS-ZERO TO WS-DEPT-TOTALS
           MOVE SPACES TO WS-DHL-NAME
           MOVE MS-DEPT-CODE TO WS-DHL-CODE
           IF MS-DEPT-CODE IS EQUAL TO SPACES
               MOVE "UNASSIGNED" TO WS-DHL-NAME
           ELSE
               MOVE "NOT ON FILE" TO WS-DHL-NAME
               PERFORM 0028-MATCH-ONE-DEPT
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX IS GREATER THAN WS-DEPT-COUNT
           END-IF
           MOVE SPACES TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE WS-DEPT-HEADING-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE
           MOVE WS-WORKSHEET-COLUMN-HEADINGS TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.
       0025-END.

      * BUDGET IS THE DEPARTMENT'S PERCENTAGE (OR THE COMPANY
      * DEFAULT) OF ITS CURRENT PAYROLL; PROPOSED INCREASES OVER
      * IT ARE FLAGGED FOR THE SIGN-OFF.
       0026-PRINT-DEPT-TOTAL.
           MOVE ZEROES TO WS-BUDGET-PERCENT
           MOVE ZEROES TO WS-CURR-BUDGET-IDX
           PERFORM 0029-MATCH-ONE-BUDGET
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX IS GREATER THAN WS-BUDGET-COUNT
           IF WS-CURR-BUDGET-IDX IS EQUAL TO ZEROES
               PERFORM 0031-MATCH-DEFAULT-BUDGET
                   VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX IS GREATER THAN WS-BUDGET-COUNT
           END-IF
           IF WS-CURR-BUDGET-IDX IS GREATER THAN ZEROES
               MOVE WS-BGT-PERCENT(WS-CURR-BUDGET-IDX)
                   TO WS-BUDGET-PERCENT
           END-IF
           COMPUTE WS-DT-BUDGET ROUNDED =
               WS-DT-PAYROLL * WS-BUDGET-PERCENT / 100
           ADD WS-DT-HEADCOUNT TO WS-GT-HEADCOUNT
           ADD WS-DT-PAYROLL TO WS-GT-PAYROLL
           ADD WS-DT-INCREASE TO WS-GT-INCREASE
           ADD WS-DT-BUDGET TO WS-GT-BUDGET
           MOVE "DEPARTMENT TOTAL" TO WS-WTL-LABEL
           PERFORM 0027-FORMAT-TOTAL-LINE.
       0026-END.

       0027-FORMAT-TOTAL-LINE.
           MOVE WS-DT-HEADCOUNT TO WS-WTL-HEADCOUNT
           MOVE WS-DT-PAYROLL TO WS-WTL-PAYROLL
           MOVE WS-DT-INCREASE TO WS-WTL-INCREASE
           MOVE ZEROES TO WS-WTL-INCR-PCT
           IF WS-DT-PAYROLL IS GREATER THAN ZEROES
               COMPUTE WS-WTL-INCR-PCT ROUNDED =
                   WS-DT-INCREASE * 100 / WS-DT-PAYROLL
           END-IF
           MOVE WS-DT-BUDGET TO WS-WTL-BUDGET
           COMPUTE WS-WTL-VARIANCE = WS-DT-BUDGET - WS-DT-INCREASE
           MOVE SPACES TO WS-WTL-FLAG
           IF WS-DT-INCREASE IS GREATER THAN WS-DT-BUDGET
               MOVE "OVER BUDGET" TO WS-WTL-FLAG
           END-IF
           MOVE WS-WORKSHEET-TOTAL-LINE TO WORKSHEET-LINE
           WRITE WORKSHEET-LINE.
       0027-END.

       0028-MATCH-ONE-DEPT.
           IF WS-DPT-CODE(WS-DEPT-IDX) IS EQUAL TO MS-DEPT-CODE
               MOVE WS-DPT-NAME(WS-DEPT-IDX) TO WS-DHL-NAME
           END-IF.
       0028-END.

       0029-MATCH-ONE-BUDGET.
           IF WS-BGT-DEPT-CODE(WS-BUDGET-IDX) IS EQUAL TO
               WS-CURRENT-DEPT-CODE
               MOVE WS-BUDGET-IDX TO WS-CURR-BUDGET-IDX
           END-IF.
       0029-END.

      * RELEASE IS THE SIGN-OFF: THE STAGED RAISES MUST STILL
      * BALANCE TO THEIR TRAILER, AND ONCE APPENDED TO THE HR
      * TRANSACTION FILE THE STAGING FILE IS EMPTIED SO THE SAME
      * RAISES CANNOT BE RELEASED TWICE.
       0030-RELEASE-PROPOSALS.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "MERITRUN - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN INPUT PROPOSEDFILE
           IF NOT WS-PROPOSED-FILE-STATUS-OK
               DISPLAY "MERITRUN - NO PROPOSED RAISES ON HAND, "
                   "NOTHING TO RELEASE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0032-COUNT-ONE-PROPOSAL
               UNTIL WS-PROPOSED-EOF
           CLOSE PROPOSEDFILE
           IF NOT WS-PROPOSED-TRAILER-FOUND
               DISPLAY "MERITRUN ABEND - PROPOSED RAISE FILE HAS "
                   "NO TRAILER - NOTHING RELEASED"
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN EXTEND EMPTRANFILE
           IF NOT WS-TRAN-FILE-STATUS-OK
               OPEN OUTPUT EMPTRANFILE
           END-IF
           IF NOT WS-TRAN-FILE-STATUS-OK
               DISPLAY "MERITRUN ABEND - TRANSACTION FILE I/O ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE "N" TO WS-PROPOSED-EOF-SWITCH
           OPEN INPUT PROPOSEDFILE
           PERFORM 0033-RELEASE-ONE-PROPOSAL
               UNTIL WS-PROPOSED-EOF
           CLOSE PROPOSEDFILE
           CLOSE EMPTRANFILE
           OPEN OUTPUT PROPOSEDFILE
           CLOSE PROPOSEDFILE
           DISPLAY "MERITRUN - RAISES RELEASED BY ", SGN-OPERATOR-ID,
               ": ", WS-RELEASED-COUNT.
       0030-END.

       0031-MATCH-DEFAULT-BUDGET.
           IF WS-BGT-DEPT-CODE(WS-BUDGET-IDX) IS EQUAL TO SPACES
               MOVE WS-BUDGET-IDX TO WS-CURR-BUDGET-IDX
           END-IF.
       0031-END.

       0032-COUNT-ONE-PROPOSAL.
           READ PROPOSEDFILE
               AT END
                   SET WS-PROPOSED-EOF TO TRUE
               NOT AT END
                   IF MP-TRL-PRESENT
                       SET WS-PROPOSED-TRAILER-FOUND TO TRUE
                       IF MP-TRL-RECORD-COUNT IS NOT EQUAL TO
                           WS-RELEASE-READ-COUNT OR
                           MP-TRL-AMOUNT-HASH IS NOT EQUAL TO
                               WS-RELEASE-READ-HASH
                           DISPLAY "MERITRUN ABEND - PROPOSED RAISE "
                               "FILE FAILS ITS CONTROL TOTALS - "
                               "NOTHING RELEASED"
                           DISPLAY "TRAILER COUNT: ",
                               MP-TRL-RECORD-COUNT, " READ: ",
                               WS-RELEASE-READ-COUNT
                           CLOSE PROPOSEDFILE
                           MOVE 12 TO RETURN-CODE
                           GO TO 9999-FINISH-PROGRAM
                       END-IF
                   ELSE
                       MOVE PROPOSED-TRAN-RECORD TO EMPTRANDETAILS
                       ADD 1 TO WS-RELEASE-READ-COUNT
                       ADD TRAN-SALARY TO WS-RELEASE-READ-HASH
                   END-IF
           END-READ.
       0032-END.

       0033-RELEASE-ONE-PROPOSAL.
           READ PROPOSEDFILE
               AT END
                   SET WS-PROPOSED-EOF TO TRUE
               NOT AT END
                   IF NOT MP-TRL-PRESENT
                       MOVE PROPOSED-TRAN-RECORD TO EMPTRANDETAILS
                       MOVE SGN-OPERATOR-ID TO TRAN-KEYED-BY
                       WRITE EMPTRANDETAILS
                       ADD 1 TO WS-RELEASED-COUNT
                   END-IF
           END-READ.
       0033-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM MERITRUN.
