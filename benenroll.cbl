       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENENROLL.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * BENEFIT ENROLLMENT DEDUCTION GENERATOR       *
      * RUN BEFORE THE SALARY RUN. PRICES EVERY      *
      * ENROLLMENT IN BENENROLL.DAT THAT IS IN FORCE *
      * ON THE AS-OF DATE FROM THE BENEFIT PLAN FILE *
      * (BENPLAN.DAT, COST PER PAY PERIOD BY PLAN    *
      * AND COVERAGE TIER) AND REPLACES THE BN       *
      * DEDUCTIONS ON DEDUCTIONS.DAT FOR EVERY       *
      * EMPLOYEE WHO HAS ANY ENROLLMENT ON FILE.     *
      * EMPLOYEES WITH NO ENROLLMENT RECORD KEEP     *
      * WHATEVER BN LINES WERE KEYED FOR THEM, AND   *
      * TAX AND GARNISHMENT LINES ARE NEVER TOUCHED. *
      * EACH BN LINE BUILT HERE ALSO CARRIES THE     *
      * PLAN'S EMPLOYER COST PER PERIOD, WHICH THE   *
      * PAY RUNS ACCRUE AS THE EMPLOYER BENEFIT      *
      * SHARE, SO A PLAN THE EMPLOYER PAYS IN FULL   *
      * STILL GETS A LINE WITH A ZERO AMOUNT.        *
      * THE FILE IS REWRITTEN IN EMPLOYEEID ORDER    *
      * FOR THE SALARY RUN'S MERGE. PRINTS AN        *
      * ENROLLMENT CENSUS BY PLAN AND TIER WITH      *
      * EMPLOYEE AND EMPLOYER COST, ENROLLMENTS FOR  *
      * PLANS NOT ON FILE, AND THE ACTIVE EMPLOYEES  *
      * WITH NO BENEFIT ELECTION IN FORCE.           *
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

           SELECT BENPLANFILE ASSIGN TO "benplan.dat"
            FILE STATUS IS WS-PLAN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BENENROLLFILE ASSIGN TO "benenroll.dat"
            FILE STATUS IS WS-ENROLL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEDUCTIONFILE ASSIGN TO "deductions.dat"
            FILE STATUS IS WS-DEDUCT-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT KEEPWORKFILE ASSIGN TO "deduct_keep_work.dat"
            FILE STATUS IS WS-KEEPWORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BENWORKFILE ASSIGN TO "deduct_ben_work.dat"
            FILE STATUS IS WS-BENWORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORTFILE ASSIGN TO "deduct_sortwork.dat".

           SELECT CENSUSREPORTFILE ASSIGN "benefit_census.lpt"
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

      * ONE ROW PER PLAN AND COVERAGE TIER. THE DESCRIPTION BECOMES
      * THE DEDUCTION DESCRIPTION ON THE PAY STATEMENT AND THE
      * REMITTANCE REGISTER.
       FD  BENPLANFILE.
       01  BENPLANDETAILS.
           88 PLAN-ENDOFFILE       VALUE HIGH-VALUES.
           02 BP-PLAN-CODE         PIC X(4).
           02 BP-TIER              PIC X(2).
              88 BP-TIER-VALID        VALUES "EE" "ES" "EC" "FA".
           02 BP-DESCRIPTION       PIC X(10).
           02 BP-EE-COST           PIC 9(5)V99.
           02 BP-ER-COST           PIC 9(5)V99.
           02 BP-STATUS            PIC X(1).
              88 BP-INACTIVE          VALUE "I".

      * AN END DATE OF ZERO MEANS THE ELECTION IS OPEN-ENDED.
       FD  BENENROLLFILE.
       01  BENENROLLDETAILS.
           88 ENROLL-ENDOFFILE     VALUE HIGH-VALUES.
           02 BE-EMPLOYEEID        PIC 9(7).
           02 BE-PLAN-CODE         PIC X(4).
           02 BE-TIER              PIC X(2).
           02 BE-EFF-DATE          PIC 9(8).
           02 BE-END-DATE          PIC 9(8).

       FD  DEDUCTIONFILE.
       01  DEDUCTDETAILS.
           88 DEDUCT-ENDOFFILE     VALUE HIGH-VALUES.
           02 DEDUCT-EMPLOYEEID    PIC 9(7).
           02 DEDUCT-TYPE          PIC X(2).
              88 DEDUCT-TYPE-TAX       VALUE "TX".
              88 DEDUCT-TYPE-BENEFIT   VALUE "BN".
              88 DEDUCT-TYPE-GARNISH   VALUE "GR".
           02 DEDUCT-DESCRIPTION   PIC X(10).
           02 DEDUCT-AMOUNT        PIC 9(5)V99.
           02 DEDUCT-METHOD        PIC X(1).
              88 DEDUCT-METHOD-PERCENT VALUE "P".
           02 DEDUCT-PERCENT       PIC 9(2)V99.
           02 DEDUCT-ANNUAL-CAP    PIC 9(7)V99.
           02 DEDUCT-ER-COST       PIC 9(5)V99.

       FD  KEEPWORKFILE.
       01  KEEPWORK-RECORD         PIC X(47).

       FD  BENWORKFILE.
       01  BENWORK-RECORD          PIC X(47).

       SD  SORTFILE.
       01  SORT-DEDUCT-RECORD.
           02 SORT-EMPLOYEEID      PIC 9(7).
           02 FILLER               PIC X(40).

       FD  CENSUSREPORTFILE.
       01  CENSUS-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MASTER-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PLAN-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ENROLL-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DEDUCT-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-KEEPWORK-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-BENWORK-FILE-STATUS==.
           05 WS-AS-OF-DATE           PIC 9(8) VALUE ZEROES.
           05 WS-LOOKUP-EMPLOYEEID    PIC 9(7) VALUE ZEROES.
           05 WS-PLAN-COUNT           PIC 9(3) VALUE ZEROES.
           05 WS-PLAN-IDX             PIC 9(3) VALUE ZEROES.
           05 WS-CURR-PLAN-IDX        PIC 9(3) VALUE ZEROES.
           05 WS-ENROLLEE-COUNT       PIC 9(4) VALUE ZEROES.
           05 WS-ENROLLEE-IDX         PIC 9(4) VALUE ZEROES.
           05 WS-CURR-ENROLLEE-IDX    PIC 9(4) VALUE ZEROES.
           05 WS-ENROLL-READ-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-ENROLL-ACTIVE-COUNT  PIC 9(7) VALUE ZEROES.
           05 WS-ENROLL-BAD-COUNT     PIC 9(7) VALUE ZEROES.
           05 WS-DEDUCT-KEPT-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-DEDUCT-REPLACED-COUNT PIC 9(7) VALUE ZEROES.
           05 WS-DEDUCT-BUILT-COUNT   PIC 9(7) VALUE ZEROES.
           05 WS-NO-ELECTION-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-ACTIVE-EMP-COUNT     PIC 9(7) VALUE ZEROES.
           05 WS-TOTAL-ENROLLED       PIC 9(7) VALUE ZEROES.
           05 WS-TOTAL-EE-COST        PIC 9(9)V99 VALUE ZEROES.
           05 WS-TOTAL-ER-COST        PIC 9(9)V99 VALUE ZEROES.
           05 WS-ENROLL-REASON        PIC X(20) VALUE SPACES.

       01  WS-PLAN-TABLE.
           05 WS-PLAN-ENTRY OCCURS 100 TIMES.
              10 WS-PLN-PLAN-CODE     PIC X(4).
              10 WS-PLN-TIER          PIC X(2).
              10 WS-PLN-DESCRIPTION   PIC X(10).
              10 WS-PLN-EE-COST       PIC 9(5)V99.
              10 WS-PLN-ER-COST       PIC 9(5)V99.
              10 WS-PLN-STATUS        PIC X(1).
                 88 WS-PLN-INACTIVE   VALUE "I".
              10 WS-PLN-ENROLLED      PIC 9(5).
              10 WS-PLN-EE-TOTAL      PIC 9(9)V99.
              10 WS-PLN-ER-TOTAL      PIC 9(9)V99.

      * EVERY EMPLOYEE WITH ANY ENROLLMENT RECORD, AND WHETHER ANY
      * OF THEIR ELECTIONS IS IN FORCE ON THE AS-OF DATE.
       01  WS-ENROLLEE-TABLE.
           05 WS-ENROLLEE-ENTRY OCCURS 3000 TIMES.
              10 WS-ENE-EMPLOYEEID    PIC 9(7).
              10 WS-ENE-IN-FORCE-SW   PIC X(1).
                 88 WS-ENE-IN-FORCE   VALUE "Y".

       01  WS-CENSUS-HEADING-1.
           05 FILLER            PIC X(45) VALUE
              "ACME CORPORATION - BENEFIT ENROLLMENT CENSUS".
           05 FILLER            PIC X(7)  VALUE "AS OF: ".
           05 WS-CH1-AS-OF      PIC 9(8).

       01  WS-CENSUS-COLUMN-HEADINGS.
           05 FILLER            PIC X(6)  VALUE "PLAN".
           05 FILLER            PIC X(6)  VALUE "TIER".
           05 FILLER            PIC X(12) VALUE "DESCRIPTION".
           05 FILLER            PIC X(12) VALUE "   EE/PERIOD".
           05 FILLER            PIC X(12) VALUE "   ER/PERIOD".
           05 FILLER            PIC X(10) VALUE "  ENROLLED".
           05 FILLER            PIC X(16) VALUE "   EMPLOYEE COST".
           05 FILLER            PIC X(16) VALUE "   EMPLOYER COST".
           05 FILLER            PIC X(10) VALUE "  STATUS".

       01  WS-CENSUS-DETAIL-LINE.
           05 WS-CDL-PLAN-CODE  PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-TIER       PIC X(2).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-CDL-DESCRIPTION PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-EE-COST==
               ==:WIDTH:== BY ==$$$,$$9.99==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-ER-COST==
               ==:WIDTH:== BY ==$$$,$$9.99==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-CDL-ENROLLED==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05 FILLER            PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-EE-TOTAL==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CDL-ER-TOTAL==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-CDL-STATUS     PIC X(8).

       01  WS-CENSUS-TOTAL-LINE.
           05 FILLER            PIC X(48) VALUE
              "TOTAL ELECTIONS IN FORCE (COST PER PAY PERIOD)".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-CTL-ENROLLED==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05 FILLER            PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CTL-EE-TOTAL==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-CTL-ER-TOTAL==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-SECTION-HEADING-LINE.
           05 WS-SHL-TEXT       PIC X(60).

       01  WS-ENROLL-EXCEPT-LINE.
           05 WS-EXL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EXL-PLAN-CODE  PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EXL-TIER       PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EXL-EFF-DATE   PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EXL-END-DATE   PIC 9(8) BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-EXL-REASON     PIC X(20).

       01  WS-NO-ELECTION-LINE.
           05 WS-NEL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-NEL-LASTNAME   PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-NEL-FIRSTNAME  PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-NEL-START-DATE PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-NEL-NOTE       PIC X(30).

       01  WS-CENSUS-SUMMARY-LINE.
           05 WS-CSL-LABEL      PIC X(40).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-CSL-COUNT==
               ==:WIDTH:== BY ==Z,ZZZ,ZZ9==.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-BENEFIT-ENROLLMENT.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "BENENROLL - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           DISPLAY "Enrollment as-of date (YYYYMMDD, zero for "
               "today):"
           ACCEPT WS-AS-OF-DATE
           IF WS-AS-OF-DATE IS NOT NUMERIC OR WS-AS-OF-DATE IS EQUAL
               TO ZEROES
               ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           END-IF
           PERFORM 0002-LOAD-PLANS
           IF WS-PLAN-COUNT IS EQUAL TO ZEROES
               DISPLAY "BENENROLL - NO BENEFIT PLAN FILE, "
                   "DEDUCTIONS LEFT AS THEY WERE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN INPUT BENENROLLFILE
           IF NOT WS-ENROLL-FILE-STATUS-OK
               DISPLAY "BENENROLL - NO ENROLLMENT FILE, "
                   "DEDUCTIONS LEFT AS THEY WERE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN OUTPUT BENWORKFILE
           OPEN OUTPUT KEEPWORKFILE
           IF NOT WS-BENWORK-FILE-STATUS-OK OR
               NOT WS-KEEPWORK-FILE-STATUS-OK
               DISPLAY "BENENROLL ABEND - DEDUCTION WORK FILE I/O "
                   "ERROR"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN OUTPUT CENSUSREPORTFILE
           MOVE WS-AS-OF-DATE TO WS-CH1-AS-OF
           MOVE WS-CENSUS-HEADING-1 TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE "ENROLLMENTS NOT PRICED" TO WS-SHL-TEXT
           MOVE WS-SECTION-HEADING-LINE TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           READ BENENROLLFILE
               AT END SET ENROLL-ENDOFFILE TO TRUE
           END-READ
           PERFORM 0004-PRICE-ONE-ENROLLMENT THRU 0004-EXIT
               UNTIL ENROLL-ENDOFFILE
           CLOSE BENENROLLFILE
           CLOSE BENWORKFILE
           PERFORM 0008-COPY-OTHER-DEDUCTIONS
           CLOSE KEEPWORKFILE
           SORT SORTFILE ON ASCENDING KEY SORT-EMPLOYEEID
               WITH DUPLICATES IN ORDER
               USING KEEPWORKFILE BENWORKFILE
               GIVING DEDUCTIONFILE
           PERFORM 0010-PRINT-CENSUS
           PERFORM 0012-LIST-NO-ELECTION
           PERFORM 0015-PRINT-SUMMARY
           CLOSE CENSUSREPORTFILE
           DISPLAY "BENENROLL - BN DEDUCTIONS BUILT: ",
               WS-DEDUCT-BUILT-COUNT, " REPLACED: ",
               WS-DEDUCT-REPLACED-COUNT, " NO ELECTION: ",
               WS-NO-ELECTION-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-PLANS.
           OPEN INPUT BENPLANFILE
           IF WS-PLAN-FILE-STATUS-OK
               READ BENPLANFILE
                   AT END SET PLAN-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0003-STORE-ONE-PLAN UNTIL PLAN-ENDOFFILE
               CLOSE BENPLANFILE
           END-IF.
       0002-END.

       0003-STORE-ONE-PLAN.
           IF WS-PLAN-COUNT IS EQUAL TO 100
               DISPLAY "WARNING - BENEFIT PLAN TABLE FULL (100 MAX), "
                   "PLAN " BP-PLAN-CODE " " BP-TIER " SKIPPED"
           ELSE
               ADD 1 TO WS-PLAN-COUNT
               INITIALIZE WS-PLAN-ENTRY(WS-PLAN-COUNT)
               MOVE BP-PLAN-CODE TO WS-PLN-PLAN-CODE(WS-PLAN-COUNT)
               MOVE BP-TIER TO WS-PLN-TIER(WS-PLAN-COUNT)
               MOVE BP-DESCRIPTION
                   TO WS-PLN-DESCRIPTION(WS-PLAN-COUNT)
               MOVE BP-EE-COST TO WS-PLN-EE-COST(WS-PLAN-COUNT)
               MOVE BP-ER-COST TO WS-PLN-ER-COST(WS-PLAN-COUNT)
               MOVE BP-STATUS TO WS-PLN-STATUS(WS-PLAN-COUNT)
           END-IF
           READ BENPLANFILE
               AT END SET PLAN-ENDOFFILE TO TRUE
           END-READ.
       0003-END.

      * AN ELECTION IS IN FORCE FROM ITS EFFECTIVE DATE THROUGH ITS
      * END DATE. ONE IN FORCE FOR A PLAN AND TIER NOT ON FILE, OR
      * FOR A PLAN SINCE CLOSED, IS LISTED AND NOT DEDUCTED; THE
      * EMPLOYEE'S BN LINES ARE STILL REPLACED SO A STALE KEYED
      * AMOUNT DOES NOT LINGER.
       0004-PRICE-ONE-ENROLLMENT.
           ADD 1 TO WS-ENROLL-READ-COUNT
           MOVE BE-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
           PERFORM 0006-FIND-ENROLLEE
           IF WS-CURR-ENROLLEE-IDX IS EQUAL TO ZEROES
               DISPLAY "BENENROLL ABEND - ENROLLEE TABLE FULL (3000 "
                   "MAX), RUN ABANDONED BEFORE ANY CHANGE"
               CLOSE BENENROLLFILE
               CLOSE BENWORKFILE
               CLOSE KEEPWORKFILE
               CLOSE CENSUSREPORTFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           IF BE-EFF-DATE IS GREATER THAN WS-AS-OF-DATE OR
               (BE-END-DATE IS GREATER THAN ZEROES AND
                BE-END-DATE IS LESS THAN WS-AS-OF-DATE)
               GO TO 0004-READ-NEXT
           END-IF
           MOVE ZEROES TO WS-CURR-PLAN-IDX
           PERFORM 0005-MATCH-ONE-PLAN
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX IS GREATER THAN WS-PLAN-COUNT
           MOVE SPACES TO WS-ENROLL-REASON
           IF WS-CURR-PLAN-IDX IS EQUAL TO ZEROES
               MOVE "PLAN/TIER NOT ON FILE" TO WS-ENROLL-REASON
           ELSE
               IF WS-PLN-INACTIVE(WS-CURR-PLAN-IDX)
                   MOVE "PLAN CLOSED" TO WS-ENROLL-REASON
               END-IF
           END-IF
           IF WS-ENROLL-REASON IS NOT EQUAL TO SPACES
               ADD 1 TO WS-ENROLL-BAD-COUNT
               MOVE BE-EMPLOYEEID TO WS-EXL-EMPLOYEEID
               MOVE BE-PLAN-CODE TO WS-EXL-PLAN-CODE
               MOVE BE-TIER TO WS-EXL-TIER
               MOVE BE-EFF-DATE TO WS-EXL-EFF-DATE
               MOVE BE-END-DATE TO WS-EXL-END-DATE
               MOVE WS-ENROLL-REASON TO WS-EXL-REASON
               MOVE WS-ENROLL-EXCEPT-LINE TO CENSUS-REPORT-LINE
               WRITE CENSUS-REPORT-LINE
               GO TO 0004-READ-NEXT
           END-IF
           ADD 1 TO WS-ENROLL-ACTIVE-COUNT
           SET WS-ENE-IN-FORCE(WS-CURR-ENROLLEE-IDX) TO TRUE
           ADD 1 TO WS-PLN-ENROLLED(WS-CURR-PLAN-IDX)
           ADD WS-PLN-EE-COST(WS-CURR-PLAN-IDX)
               TO WS-PLN-EE-TOTAL(WS-CURR-PLAN-IDX)
           ADD WS-PLN-ER-COST(WS-CURR-PLAN-IDX)
               TO WS-PLN-ER-TOTAL(WS-CURR-PLAN-IDX)
           IF WS-PLN-EE-COST(WS-CURR-PLAN-IDX) IS GREATER THAN ZEROES
               OR WS-PLN-ER-COST(WS-CURR-PLAN-IDX) IS GREATER THAN
                   ZEROES
               MOVE SPACES TO DEDUCTDETAILS
               MOVE BE-EMPLOYEEID TO DEDUCT-EMPLOYEEID
               MOVE "BN" TO DEDUCT-TYPE
               MOVE WS-PLN-DESCRIPTION(WS-CURR-PLAN-IDX)
                   TO DEDUCT-DESCRIPTION
               MOVE WS-PLN-EE-COST(WS-CURR-PLAN-IDX) TO DEDUCT-AMOUNT
               MOVE ZEROES TO DEDUCT-PERCENT
               MOVE ZEROES TO DEDUCT-ANNUAL-CAP
               MOVE WS-PLN-ER-COST(WS-CURR-PLAN-IDX) TO DEDUCT-ER-COST
               MOVE DEDUCTDETAILS TO BENWORK-RECORD
               WRITE BENWORK-RECORD
               ADD 1 TO WS-DEDUCT-BUILT-COUNT
           END-IF.
       0004-READ-NEXT.
           READ BENENROLLFILE
               AT END SET ENROLL-ENDOFFILE TO TRUE
           END-READ.
       0004-EXIT.
           EXIT.
       0004-END.

       0005-MATCH-ONE-PLAN.
           IF WS-PLN-PLAN-CODE(WS-PLAN-IDX) IS EQUAL TO BE-PLAN-CODE
               AND WS-PLN-TIER(WS-PLAN-IDX) IS EQUAL TO BE-TIER
               MOVE WS-PLAN-IDX TO WS-CURR-PLAN-IDX
           END-IF.
       0005-END.

      * FINDS THE EMPLOYEE IN THE ENROLLEE TABLE, ADDING THEM IF
      * NEW; ZERO COMES BACK ONLY WHEN THE TABLE IS FULL.
       0006-FIND-ENROLLEE.
           PERFORM 0007-LOOK-UP-ENROLLEE
           IF WS-CURR-ENROLLEE-IDX IS EQUAL TO ZEROES AND
               WS-ENROLLEE-COUNT IS LESS THAN 3000
               ADD 1 TO WS-ENROLLEE-COUNT
               MOVE WS-LOOKUP-EMPLOYEEID
                   TO WS-ENE-EMPLOYEEID(WS-ENROLLEE-COUNT)
               MOVE "N" TO WS-ENE-IN-FORCE-SW(WS-ENROLLEE-COUNT)
               MOVE WS-ENROLLEE-COUNT TO WS-CURR-ENROLLEE-IDX
           END-IF.
       0006-END.

       0007-LOOK-UP-ENROLLEE.
           MOVE ZEROES TO WS-CURR-ENROLLEE-IDX
           PERFORM 0016-MATCH-ONE-ENROLLEE
               VARYING WS-ENROLLEE-IDX FROM 1 BY 1
               UNTIL WS-ENROLLEE-IDX IS GREATER THAN WS-ENROLLEE-COUNT
                   OR WS-CURR-ENROLLEE-IDX IS GREATER THAN ZEROES.
       0007-END.

      * EVERY TAX AND GARNISHMENT LINE IS KEPT, AND A BN LINE IS
      * KEPT ONLY FOR AN EMPLOYEE WITH NO ENROLLMENT ON FILE.
       0008-COPY-OTHER-DEDUCTIONS.
           OPEN INPUT DEDUCTIONFILE
           IF WS-DEDUCT-FILE-STATUS-OK
               READ DEDUCTIONFILE
                   AT END SET DEDUCT-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0009-COPY-ONE-DEDUCTION UNTIL DEDUCT-ENDOFFILE
               CLOSE DEDUCTIONFILE
           ELSE
               DISPLAY "BENENROLL - NO DEDUCTION FILE ON HAND, ONE "
                   "WILL BE BUILT FROM THE ENROLLMENTS"
           END-IF.
       0008-END.

       0009-COPY-ONE-DEDUCTION.
           MOVE ZEROES TO WS-CURR-ENROLLEE-IDX
           IF DEDUCT-TYPE-BENEFIT
               MOVE DEDUCT-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0007-LOOK-UP-ENROLLEE
           END-IF
           IF WS-CURR-ENROLLEE-IDX IS GREATER THAN ZEROES
               ADD 1 TO WS-DEDUCT-REPLACED-COUNT
           ELSE
               IF DEDUCT-ER-COST IS NOT NUMERIC
                   MOVE ZEROES TO DEDUCT-ER-COST
               END-IF
               MOVE DEDUCTDETAILS TO KEEPWORK-RECORD
               WRITE KEEPWORK-RECORD
               ADD 1 TO WS-DEDUCT-KEPT-COUNT
           END-IF
           READ DEDUCTIONFILE
               AT END SET DEDUCT-ENDOFFILE TO TRUE
           END-READ.
       0009-END.

       0010-PRINT-CENSUS.
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE "ENROLLMENT CENSUS BY PLAN AND TIER" TO WS-SHL-TEXT
           MOVE WS-SECTION-HEADING-LINE TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE WS-CENSUS-COLUMN-HEADINGS TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           PERFORM 0011-PRINT-ONE-PLAN
               VARYING WS-PLAN-IDX FROM 1 BY 1
               UNTIL WS-PLAN-IDX IS GREATER THAN WS-PLAN-COUNT
           MOVE WS-TOTAL-ENROLLED TO WS-CTL-ENROLLED
           MOVE WS-TOTAL-EE-COST TO WS-CTL-EE-TOTAL
           MOVE WS-TOTAL-ER-COST TO WS-CTL-ER-TOTAL
           MOVE WS-CENSUS-TOTAL-LINE TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE.
       0010-END.

       0011-PRINT-ONE-PLAN.
           MOVE WS-PLN-PLAN-CODE(WS-PLAN-IDX) TO WS-CDL-PLAN-CODE
           MOVE WS-PLN-TIER(WS-PLAN-IDX) TO WS-CDL-TIER
           MOVE WS-PLN-DESCRIPTION(WS-PLAN-IDX) TO WS-CDL-DESCRIPTION
           MOVE WS-PLN-EE-COST(WS-PLAN-IDX) TO WS-CDL-EE-COST
           MOVE WS-PLN-ER-COST(WS-PLAN-IDX) TO WS-CDL-ER-COST
           MOVE WS-PLN-ENROLLED(WS-PLAN-IDX) TO WS-CDL-ENROLLED
           MOVE WS-PLN-EE-TOTAL(WS-PLAN-IDX) TO WS-CDL-EE-TOTAL
           MOVE WS-PLN-ER-TOTAL(WS-PLAN-IDX) TO WS-CDL-ER-TOTAL
           IF WS-PLN-INACTIVE(WS-PLAN-IDX)
               MOVE "CLOSED" TO WS-CDL-STATUS
           ELSE
               MOVE "OPEN" TO WS-CDL-STATUS
           END-IF
           MOVE WS-CENSUS-DETAIL-LINE TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           ADD WS-PLN-ENROLLED(WS-PLAN-IDX) TO WS-TOTAL-ENROLLED
           ADD WS-PLN-EE-TOTAL(WS-PLAN-IDX) TO WS-TOTAL-EE-COST
           ADD WS-PLN-ER-TOTAL(WS-PLAN-IDX) TO WS-TOTAL-ER-COST.
       0011-END.

      * AN ACTIVE EMPLOYEE WITH NO ELECTION IN FORCE IS LISTED,
      * NOTING WHETHER THEY HAVE NO ENROLLMENT AT ALL OR ONLY
      * ELECTIONS THAT HAVE ENDED OR NOT YET STARTED.
       0012-LIST-NO-ELECTION.
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE "ACTIVE EMPLOYEES WITH NO BENEFIT ELECTION IN FORCE"
               TO WS-SHL-TEXT
           MOVE WS-SECTION-HEADING-LINE TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           OPEN INPUT EMPLOYEEFILE
           IF NOT WS-MASTER-FILE-STATUS-OK
               DISPLAY "BENENROLL - EMPLOYEE MASTER WILL NOT OPEN, "
                   "NO-ELECTION LIST NOT PRINTED"
               DISPLAY "FILE STATUS CODE: ", WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               READ EMPLOYEEFILE NEXT RECORD
                   AT END SET ENDOFFILE TO TRUE
               END-READ
               PERFORM 0013-CHECK-ONE-EMPLOYEE UNTIL ENDOFFILE
               CLOSE EMPLOYEEFILE
           END-IF.
       0012-END.

       0013-CHECK-ONE-EMPLOYEE.
           IF NOT TERMINATED-SWITCH-TERMINATED
               ADD 1 TO WS-ACTIVE-EMP-COUNT
               MOVE EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0007-LOOK-UP-ENROLLEE
               IF WS-CURR-ENROLLEE-IDX IS EQUAL TO ZEROES
                   MOVE "NO ENROLLMENT ON FILE" TO WS-NEL-NOTE
                   PERFORM 0014-WRITE-NO-ELECTION
               ELSE
                   IF NOT WS-ENE-IN-FORCE(WS-CURR-ENROLLEE-IDX)
                       MOVE "ELECTIONS ENDED OR NOT YET DUE"
                           TO WS-NEL-NOTE
                       PERFORM 0014-WRITE-NO-ELECTION
                   END-IF
               END-IF
           END-IF
           READ EMPLOYEEFILE NEXT RECORD
               AT END SET ENDOFFILE TO TRUE
           END-READ.
       0013-END.

       0014-WRITE-NO-ELECTION.
           ADD 1 TO WS-NO-ELECTION-COUNT
           MOVE EMPLOYEEID TO WS-NEL-EMPLOYEEID
           MOVE LASTNAME TO WS-NEL-LASTNAME
           MOVE FIRSTNAME TO WS-NEL-FIRSTNAME
           MOVE STARTDATE TO WS-NEL-START-DATE
           MOVE WS-NO-ELECTION-LINE TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE.
       0014-END.

       0015-PRINT-SUMMARY.
           MOVE SPACES TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE
           MOVE "ENROLLMENT RECORDS READ:" TO WS-CSL-LABEL
           MOVE WS-ENROLL-READ-COUNT TO WS-CSL-COUNT
           PERFORM 0017-WRITE-SUMMARY-LINE
           MOVE "ELECTIONS IN FORCE:" TO WS-CSL-LABEL
           MOVE WS-ENROLL-ACTIVE-COUNT TO WS-CSL-COUNT
           PERFORM 0017-WRITE-SUMMARY-LINE
           MOVE "ELECTIONS NOT PRICED:" TO WS-CSL-LABEL
           MOVE WS-ENROLL-BAD-COUNT TO WS-CSL-COUNT
           PERFORM 0017-WRITE-SUMMARY-LINE
           MOVE "BN DEDUCTIONS BUILT:" TO WS-CSL-LABEL
           MOVE WS-DEDUCT-BUILT-COUNT TO WS-CSL-COUNT
           PERFORM 0017-WRITE-SUMMARY-LINE
           MOVE "BN DEDUCTIONS REPLACED:" TO WS-CSL-LABEL
           MOVE WS-DEDUCT-REPLACED-COUNT TO WS-CSL-COUNT
           PERFORM 0017-WRITE-SUMMARY-LINE
           MOVE "OTHER DEDUCTIONS KEPT:" TO WS-CSL-LABEL
           MOVE WS-DEDUCT-KEPT-COUNT TO WS-CSL-COUNT
           PERFORM 0017-WRITE-SUMMARY-LINE
           MOVE "ACTIVE EMPLOYEES:" TO WS-CSL-LABEL
           MOVE WS-ACTIVE-EMP-COUNT TO WS-CSL-COUNT
           PERFORM 0017-WRITE-SUMMARY-LINE
           MOVE "ACTIVE WITH NO ELECTION:" TO WS-CSL-LABEL
           MOVE WS-NO-ELECTION-COUNT TO WS-CSL-COUNT
           PERFORM 0017-WRITE-SUMMARY-LINE.
       0015-END.

       0016-MATCH-ONE-ENROLLEE.
           IF WS-ENE-EMPLOYEEID(WS-ENROLLEE-IDX) IS EQUAL TO
               WS-LOOKUP-EMPLOYEEID
               MOVE WS-ENROLLEE-IDX TO WS-CURR-ENROLLEE-IDX
           END-IF.
       0016-END.

       0017-WRITE-SUMMARY-LINE.
           MOVE WS-CENSUS-SUMMARY-LINE TO CENSUS-REPORT-LINE
           WRITE CENSUS-REPORT-LINE.
       0017-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM BENENROLL.
