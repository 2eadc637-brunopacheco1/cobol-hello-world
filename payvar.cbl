       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYVAR.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PAY-RUN VARIANCE COMPARE                     *
      * RUN AFTER THE SALARY RUN (OR FINALPAY) AND   *
      * BEFORE DDEXTRACT. MATCHES EVERY EMPLOYEE'S   *
      * NET PAY ON PAYNET.DAT AND GROSS PAY ON       *
      * LABOR_DIST.DAT AGAINST THEIR LAST PAYMENT ON *
      * THE PAY HISTORY FILE. ANYONE WHOSE NET OR    *
      * GROSS MOVED BY MORE THAN THE TOLERANCE, AND  *
      * ANY NEW PAYEE, GOES ON THE PAY HOLD FILE AND *
      * IS KEPT OUT OF THE BANK FILE UNTIL A         *
      * SUPERVISOR RELEASES THEM ON PAYRELEASE.      *
      * EMPLOYEES PAID ON THE LAST SALARY RUN BUT    *
      * MISSING FROM THIS ONE ARE LISTED. THE HOLD   *
      * FILE CARRIES A CONTROL RECORD NAMING THE RUN *
      * COMPARED; DDEXTRACT WILL NOT BUILD A BANK    *
      * FILE FOR A RUN THAT HAS NOT BEEN COMPARED.   *
      * A RERUN FOR THE SAME PAY RUN KEEPS ANY       *
      * RELEASES ALREADY GIVEN.                      *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYNETFILE ASSIGN TO "paynet.dat"
            FILE STATUS IS WS-PAYNET-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABORDISTFILE ASSIGN TO "labor_dist.dat"
            FILE STATUS IS WS-LABOR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYHISTFILE ASSIGN TO "payhist.dat"
            FILE STATUS IS WS-PAYHIST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYHOLDFILE ASSIGN TO "payhold.dat"
            FILE STATUS IS WS-PAYHOLD-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HD-EMPLOYEEID.

           SELECT EMPLOYEEFILE ASSIGN TO "employees.dat"
            FILE STATUS IS WS-MASTER-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMPLOYEEID
            ALTERNATE RECORD KEY IS LASTNAME
                WITH DUPLICATES.

           SELECT VARREPORTFILE ASSIGN "pay_variance.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYNETFILE.
       01  PAYNETDETAILS.
           88 PAYNET-ENDOFFILE     VALUE HIGH-VALUES.
           02 PN-EMPLOYEEID        PIC 9(7).
           02 PN-RUN-DATE          PIC 9(8).
           02 PN-NET               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
       01  PAYNET-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==PY==.

       FD  LABORDISTFILE.
       01  LABORDISTDETAILS.
           88 LABOR-ENDOFFILE      VALUE HIGH-VALUES.
           02 LD-RUN-DATE          PIC 9(8).
           02 LD-EMPLOYEEID        PIC 9(7).
           02 LD-DEPT-CODE         PIC X(4).
           02 LD-SOURCE            PIC X(1).
              88 LD-SOURCE-PAY-RUN    VALUE "P".
              88 LD-SOURCE-FINAL-PAY  VALUE "F".
           02 LD-GROSS             PIC 9(7)V99.

      * ONE ROW PER EMPLOYEE PER PAY RUN COMPARED. THE RUN TYPE IS
      * "P" FOR A SALARY RUN AND "F" FOR A FINALPAY RUN.
       FD  PAYHISTFILE.
       01  PAYHISTDETAILS.
           88 PAYHIST-ENDOFFILE    VALUE HIGH-VALUES.
           02 PH-RUN-DATE          PIC 9(8).
           02 PH-EMPLOYEEID        PIC 9(7).
           02 PH-RUN-TYPE          PIC X(1).
              88 PH-RUN-TYPE-PAY-RUN  VALUE "P".
           02 PH-NET               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           02 PH-GROSS             PIC 9(7)V99.

      * EMPLOYEEID ZERO IS THE CONTROL RECORD NAMING THE RUN LAST
      * COMPARED.
       FD  PAYHOLDFILE.
       01  PAYHOLDDETAILS.
           02 HD-EMPLOYEEID        PIC 9(7).
           02 HD-RUN-DATE          PIC 9(8).
           02 HD-REASON            PIC X(20).
           02 HD-PREV-NET          PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           02 HD-CURR-NET          PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           02 HD-PREV-GROSS        PIC 9(7)V99.
           02 HD-CURR-GROSS        PIC 9(7)V99.
           02 HD-STATUS            PIC X(1).
              88 HD-HELD              VALUE "H".
              88 HD-RELEASED          VALUE "R".
              88 HD-CONTROL           VALUE "C".
           02 HD-STATUS-DATE       PIC 9(8).
           02 HD-RELEASE-OPERATOR  PIC X(8).

       FD  EMPLOYEEFILE.
       01  EMPDETAILS.
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

       FD  VARREPORTFILE.
       01  VAR-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYNET-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LABOR-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYHIST-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYHOLD-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MASTER-FILE-STATUS==.
           05 WS-MASTER-AVAIL-SWITCH PIC X(1) VALUE "N".
              88 WS-MASTER-AVAILABLE VALUE "Y".
           05 WS-PAYHOLD-EOF-SWITCH PIC X(1) VALUE "N".
              88 WS-PAYHOLD-EOF     VALUE "Y".
           05 WS-RUN-ON-HISTORY-SW  PIC X(1) VALUE "N".
              88 WS-RUN-ON-HISTORY  VALUE "Y".
           05 WS-HISTORY-FOUND-SW   PIC X(1) VALUE "N".
              88 WS-HISTORY-FOUND   VALUE "Y".
           05 WS-RUN-TYPE           PIC X(1) VALUE "F".
              88 WS-RUN-TYPE-PAY-RUN VALUE "P".
           05 WS-RUN-DATE           PIC 9(8) VALUE ZEROES.
           05 WS-PREV-RUN-DATE      PIC 9(8) VALUE ZEROES.
           05 WS-TODAY              PIC 9(8) VALUE ZEROES.
           05 WS-TOLERANCE-PERCENT  PIC 9(3)V99 VALUE ZEROES.
           05 WS-LOOKUP-EMPLOYEEID  PIC 9(7) VALUE ZEROES.
           05 WS-CUR-COUNT          PIC 9(4) VALUE ZEROES.
           05 WS-CUR-IDX            PIC 9(4) VALUE ZEROES.
           05 WS-CURR-CUR-IDX       PIC 9(4) VALUE ZEROES.
           05 WS-PRV-COUNT          PIC 9(4) VALUE ZEROES.
           05 WS-PRV-IDX            PIC 9(4) VALUE ZEROES.
           05 WS-CURR-PRV-IDX       PIC 9(4) VALUE ZEROES.
           05 WS-CHANGE-AMOUNT      PIC S9(9)V99 VALUE ZEROES.
           05 WS-PREV-AMOUNT        PIC S9(9)V99 VALUE ZEROES.
           05 WS-CHANGE-PERCENT     PIC 9(3)V99 VALUE ZEROES.
           05 WS-HELD-COUNT         PIC 9(7) VALUE ZEROES.
           05 WS-RELEASED-COUNT     PIC 9(7) VALUE ZEROES.
           05 WS-NEW-PAYEE-COUNT    PIC 9(7) VALUE ZEROES.
           05 WS-MOVED-COUNT        PIC 9(7) VALUE ZEROES.
           05 WS-MISSING-COUNT      PIC 9(7) VALUE ZEROES.
           05 WS-HISTORY-ADDED-COUNT PIC 9(7) VALUE ZEROES.

      * THIS RUN'S PAYMENTS, ONE ENTRY PER EMPLOYEE.
       01  WS-CURRENT-TABLE.
           05 WS-CUR-ENTRY OCCURS 3000 TIMES.
              10 WS-CUR-EMPLOYEEID    PIC 9(7).
              10 WS-CUR-NET           PIC S9(7)V99.
              10 WS-CUR-GROSS         PIC 9(7)V99.
              10 WS-CUR-PRV-IDX       PIC 9(4).
              10 WS-CUR-NET-PERCENT   PIC 9(3)V99.
              10 WS-CUR-GROSS-PERCENT PIC 9(3)V99.
              10 WS-CUR-REASON        PIC X(20).
              10 WS-CUR-RELEASED-SW   PIC X(1).
                 88 WS-CUR-RELEASED   VALUE "Y".
              10 WS-CUR-RELEASE-DATE  PIC 9(8).
              10 WS-CUR-RELEASE-OPERATOR PIC X(8).

      * EACH EMPLOYEE'S LAST PAYMENT BEFORE THIS RUN, AND WHETHER
      * THEY WERE PAID ON THE LAST SALARY RUN.
       01  WS-PREVIOUS-TABLE.
           05 WS-PRV-ENTRY OCCURS 3000 TIMES.
              10 WS-PRV-EMPLOYEEID    PIC 9(7).
              10 WS-PRV-RUN-DATE      PIC 9(8).
              10 WS-PRV-NET           PIC S9(7)V99.
              10 WS-PRV-GROSS         PIC 9(7)V99.
              10 WS-PRV-IN-LAST-RUN-SW PIC X(1).
                 88 WS-PRV-IN-LAST-RUN VALUE "Y".
              10 WS-PRV-MATCHED-SW    PIC X(1).
                 88 WS-PRV-MATCHED    VALUE "Y".

       01  WS-VAR-HEADING-1.
           05 FILLER            PIC X(45) VALUE
              "ACME CORPORATION - PAY-RUN VARIANCE COMPARE".
           05 FILLER            PIC X(10) VALUE "PAY RUN: ".
           05 WS-VH1-RUN-DATE   PIC 9(8).
           05 FILLER            PIC X(16) VALUE "   COMPARED TO: ".
           05 WS-VH1-PREV-DATE  PIC 9(8) BLANK WHEN ZERO.
           05 FILLER            PIC X(14) VALUE "   TOLERANCE: ".
           05 WS-VH1-TOLERANCE  PIC ZZ9.99.
           05 FILLER            PIC X(1)  VALUE "%".

       01  WS-SECTION-HEADING-LINE.
           05 WS-SHL-TEXT       PIC X(60).

       01  WS-HOLD-COLUMN-HEADINGS.
           05 FILLER            PIC X(9)  VALUE "EMP ID".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(14) VALUE "    PREV NET".
           05 FILLER            PIC X(14) VALUE "    THIS NET".
           05 FILLER            PIC X(8)  VALUE "  NET%".
           05 FILLER            PIC X(14) VALUE "  PREV GROSS".
           05 FILLER            PIC X(14) VALUE "  THIS GROSS".
           05 FILLER            PIC X(8)  VALUE " GROSS%".
           05 FILLER            PIC X(20) VALUE "REASON".
           05 FILLER            PIC X(8)  VALUE "STATUS".

       01  WS-HOLD-DETAIL-LINE.
           05 WS-HDL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-HDL-NAME       PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-HDL-PREV-NET   PIC $,$$$,$$9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-HDL-CURR-NET   PIC $,$$$,$$9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-HDL-NET-PCT    PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-HDL-PREV-GROSS PIC $,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-HDL-CURR-GROSS PIC $,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-HDL-GROSS-PCT  PIC ZZ9.99 BLANK WHEN ZERO.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-HDL-REASON     PIC X(20).
           05 WS-HDL-STATUS     PIC X(8).

       01  WS-MISSING-DETAIL-LINE.
           05 WS-MDL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-MDL-NAME       PIC X(20).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-MDL-PREV-NET   PIC $,$$$,$$9.99-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-MDL-NOTE       PIC X(30).

       01  WS-VAR-SUMMARY-LINE.
           05 WS-VSL-LABEL      PIC X(40).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-VSL-COUNT==
               ==:WIDTH:== BY ==Z,ZZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-PAY-VARIANCE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           DISPLAY "Pay variance tolerance percent (zero for "
               "10.00):"
           ACCEPT WS-TOLERANCE-PERCENT
           IF WS-TOLERANCE-PERCENT IS NOT NUMERIC OR
               WS-TOLERANCE-PERCENT IS EQUAL TO ZEROES
               MOVE 10.00 TO WS-TOLERANCE-PERCENT
           END-IF
           OPEN INPUT PAYNETFILE
           IF NOT WS-PAYNET-FILE-STATUS-OK
               DISPLAY "PAYVAR - NO NET PAY FILE ON HAND, "
                   "NOTHING TO COMPARE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           READ PAYNETFILE
               AT END SET PAYNET-ENDOFFILE TO TRUE
           END-READ
           PERFORM 0002-TAKE-ONE-PAYNET UNTIL PAYNET-ENDOFFILE
           CLOSE PAYNETFILE
           IF WS-CUR-COUNT IS EQUAL TO ZEROES
               DISPLAY "PAYVAR - NET PAY FILE HOLDS NO PAYMENTS, "
                   "NOTHING TO COMPARE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0004-LOAD-GROSS-PAY
           PERFORM 0006-FIND-PREVIOUS-RUN
           PERFORM 0008-LOAD-PREVIOUS-PAY
           PERFORM 0011-LOAD-EARLIER-RELEASES
           PERFORM 0013-COMPARE-ONE-PAYMENT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX IS GREATER THAN WS-CUR-COUNT
           OPEN OUTPUT PAYHOLDFILE
           IF NOT WS-PAYHOLD-FILE-STATUS-OK
               DISPLAY "PAYVAR ABEND - PAY HOLD FILE I/O ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-PAYHOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN INPUT EMPLOYEEFILE
           IF WS-MASTER-FILE-STATUS-OK
               SET WS-MASTER-AVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT VARREPORTFILE
           MOVE WS-RUN-DATE TO WS-VH1-RUN-DATE
           MOVE WS-PREV-RUN-DATE TO WS-VH1-PREV-DATE
           MOVE WS-TOLERANCE-PERCENT TO WS-VH1-TOLERANCE
           MOVE WS-VAR-HEADING-1 TO VAR-REPORT-LINE
           WRITE VAR-REPORT-LINE
           MOVE SPACES TO VAR-REPORT-LINE
           WRITE VAR-REPORT-LINE
           IF NOT WS-HISTORY-FOUND
               MOVE "NO EARLIER PAY RUN ON THE PAY HISTORY FILE - "
                   TO WS-SHL-TEXT
               MOVE WS-SECTION-HEADING-LINE TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               MOVE "THIS RUN BECOMES THE BASE FOR THE NEXT COMPARE"
                   TO WS-SHL-TEXT
               MOVE WS-SECTION-HEADING-LINE TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               MOVE SPACES TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
           END-IF
           MOVE "PAYMENTS HELD FOR SUPERVISOR RELEASE" TO WS-SHL-TEXT
           MOVE WS-SECTION-HEADING-LINE TO VAR-REPORT-LINE
           WRITE VAR-REPORT-LINE
           MOVE WS-HOLD-COLUMN-HEADINGS TO VAR-REPORT-LINE
           WRITE VAR-REPORT-LINE
           PERFORM 0016-WRITE-ONE-HOLD
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX IS GREATER THAN WS-CUR-COUNT
           MOVE ZEROES TO HD-EMPLOYEEID
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE "RUN COMPARED" TO HD-REASON
           MOVE ZEROES TO HD-PREV-NET
           MOVE ZEROES TO HD-CURR-NET
           MOVE ZEROES TO HD-PREV-GROSS
           MOVE ZEROES TO HD-CURR-GROSS
           SET HD-CONTROL TO TRUE
           MOVE WS-TODAY TO HD-STATUS-DATE
           MOVE SPACES TO HD-RELEASE-OPERATOR
           WRITE PAYHOLDDETAILS
           CLOSE PAYHOLDFILE
           PERFORM 0018-LIST-MISSING-PAYEES
           IF WS-MASTER-AVAILABLE
               CLOSE EMPLOYEEFILE
           END-IF
           PERFORM 0020-APPEND-PAY-HISTORY
           PERFORM 0022-PRINT-SUMMARY
           CLOSE VARREPORTFILE
           DISPLAY "PAYVAR - PAYMENTS HELD: ", WS-HELD-COUNT,
               " ALREADY RELEASED: ", WS-RELEASED-COUNT,
               " MISSING PAYEES: ", WS-MISSING-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-TAKE-ONE-PAYNET.
           IF NOT PY-TRL-PRESENT
               MOVE PN-RUN-DATE TO WS-RUN-DATE
               MOVE PN-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0003-FIND-CURRENT
               IF WS-CURR-CUR-IDX IS EQUAL TO ZEROES
                   IF WS-CUR-COUNT IS EQUAL TO 3000
                       DISPLAY "PAYVAR ABEND - PAY TABLE FULL (3000 "
                           "MAX), NO HOLDS WRITTEN"
                       CLOSE PAYNETFILE
                       MOVE 16 TO RETURN-CODE
                       GO TO 9999-FINISH-PROGRAM
                   END-IF
                   ADD 1 TO WS-CUR-COUNT
                   MOVE WS-CUR-COUNT TO WS-CURR-CUR-IDX
                   INITIALIZE WS-CUR-ENTRY(WS-CUR-COUNT)
                   MOVE PN-EMPLOYEEID
                       TO WS-CUR-EMPLOYEEID(WS-CUR-COUNT)
                   MOVE "N" TO WS-CUR-RELEASED-SW(WS-CUR-COUNT)
               END-IF
               ADD PN-NET TO WS-CUR-NET(WS-CURR-CUR-IDX)
           END-IF
           READ PAYNETFILE
               AT END SET PAYNET-ENDOFFILE TO TRUE
           END-READ.
       0002-END.

       0003-FIND-CURRENT.
           MOVE ZEROES TO WS-CURR-CUR-IDX
           PERFORM 0024-MATCH-ONE-CURRENT
               VARYING WS-CUR-IDX FROM 1 BY 1
               UNTIL WS-CUR-IDX IS GREATER THAN WS-CUR-COUNT
                   OR WS-CURR-CUR-IDX IS GREATER THAN ZEROES.
       0003-END.

      * GROSS FOR THIS RUN COMES FROM THE LABOR DISTRIBUTION ROWS
      * WRITTEN WITH THE SAME RUN DATE. ANY SALARY-RUN ROW MAKES
      * THIS A SALARY RUN; OTHERWISE IT IS A FINALPAY RUN.
       0004-LOAD-GROSS-PAY.
           OPEN INPUT LABORDISTFILE
           IF WS-LABOR-FILE-STATUS-OK
               READ LABORDISTFILE
                   AT END SET LABOR-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0005-TAKE-ONE-LABOR UNTIL LABOR-ENDOFFILE
               CLOSE LABORDISTFILE
           ELSE
               DISPLAY "PAYVAR - NO LABOR DISTRIBUTION FILE, GROSS "
                   "PAY NOT COMPARED"
               MOVE "P" TO WS-RUN-TYPE
           END-IF.
       0004-END.

       0005-TAKE-ONE-LABOR.
           IF LD-RUN-DATE IS EQUAL TO WS-RUN-DATE
               MOVE LD-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0003-FIND-CURRENT
               IF WS-CURR-CUR-IDX IS GREATER THAN ZEROES
                   ADD LD-GROSS TO WS-CUR-GROSS(WS-CURR-CUR-IDX)
                   IF LD-SOURCE-PAY-RUN
                       MOVE "P" TO WS-RUN-TYPE
                   END-IF
               END-IF
           END-IF
           READ LABORDISTFILE
               AT END SET LABOR-ENDOFFILE TO TRUE
           END-READ.
       0005-END.

      * THE PREVIOUS SALARY RUN IS THE LATEST SALARY-RUN DATE ON
      * THE HISTORY BEFORE THIS RUN; IT DECIDES WHO IS MISSING.
       0006-FIND-PREVIOUS-RUN.
           OPEN INPUT PAYHISTFILE
           IF WS-PAYHIST-FILE-STATUS-OK
               READ PAYHISTFILE
                   AT END SET PAYHIST-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0007-SCAN-ONE-HISTORY UNTIL PAYHIST-ENDOFFILE
               CLOSE PAYHISTFILE
           END-IF.
       0006-END.

       0007-SCAN-ONE-HISTORY.
           IF PH-RUN-DATE IS EQUAL TO WS-RUN-DATE
               SET WS-RUN-ON-HISTORY TO TRUE
           END-IF
           IF PH-RUN-DATE IS LESS THAN WS-RUN-DATE
               SET WS-HISTORY-FOUND TO TRUE
               IF PH-RUN-TYPE-PAY-RUN AND
                   PH-RUN-DATE IS GREATER THAN WS-PREV-RUN-DATE
                   MOVE PH-RUN-DATE TO WS-PREV-RUN-DATE
               END-IF
           END-IF
           READ PAYHISTFILE
               AT END SET PAYHIST-ENDOFFILE TO TRUE
           END-READ.
       0007-END.

       0008-LOAD-PREVIOUS-PAY.
           IF WS-HISTORY-FOUND
               OPEN INPUT PAYHISTFILE
               READ PAYHISTFILE
                   AT END SET PAYHIST-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0009-TAKE-ONE-HISTORY UNTIL PAYHIST-ENDOFFILE
               CLOSE PAYHISTFILE
           END-IF.
       0008-END.

       0009-TAKE-ONE-HISTORY.
           IF PH-RUN-DATE IS LESS THAN WS-RUN-DATE
               MOVE PH-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0010-FIND-PREVIOUS
               IF WS-CURR-PRV-IDX IS EQUAL TO ZEROES AND
                   WS-PRV-COUNT IS LESS THAN 3000
                   ADD 1 TO WS-PRV-COUNT
                   MOVE WS-PRV-COUNT TO WS-CURR-PRV-IDX
                   INITIALIZE WS-PRV-ENTRY(WS-PRV-COUNT)
                   MOVE PH-EMPLOYEEID
                       TO WS-PRV-EMPLOYEEID(WS-PRV-COUNT)
                   MOVE "N" TO WS-PRV-IN-LAST-RUN-SW(WS-PRV-COUNT)
                   MOVE "N" TO WS-PRV-MATCHED-SW(WS-PRV-COUNT)
               END-IF
               IF WS-CURR-PRV-IDX IS GREATER THAN ZEROES
                   IF PH-RUN-DATE IS NOT LESS THAN
                       WS-PRV-RUN-DATE(WS-CURR-PRV-IDX)
                       MOVE PH-RUN-DATE
                           TO WS-PRV-RUN-DATE(WS-CURR-PRV-IDX)
                       MOVE PH-NET TO WS-PRV-NET(WS-CURR-PRV-IDX)
                       MOVE PH-GROSS TO WS-PRV-GROSS(WS-CURR-PRV-IDX)
                   END-IF
                   IF PH-RUN-TYPE-PAY-RUN AND
                       PH-RUN-DATE IS EQUAL TO WS-PREV-RUN-DATE
                       SET WS-PRV-IN-LAST-RUN(WS-CURR-PRV-IDX)
                           TO TRUE
                   END-IF
               ELSE
                   DISPLAY "WARNING - PAY HISTORY TABLE FULL (3000 "
                       "MAX), EMPLOYEE " PH-EMPLOYEEID " SKIPPED"
               END-IF
           END-IF
           READ PAYHISTFILE
               AT END SET PAYHIST-ENDOFFILE TO TRUE
           END-READ.
       0009-END.

       0010-FIND-PREVIOUS.
           MOVE ZEROES TO WS-CURR-PRV-IDX
           PERFORM 0025-MATCH-ONE-PREVIOUS
               VARYING WS-PRV-IDX FROM 1 BY 1
               UNTIL WS-PRV-IDX IS GREATER THAN WS-PRV-COUNT
                   OR WS-CURR-PRV-IDX IS GREATER THAN ZEROES.
       0010-END.

      * A RERUN OF THE COMPARE FOR THE SAME PAY RUN MUST NOT TAKE
      * BACK A RELEASE A SUPERVISOR HAS ALREADY GIVEN.
       0011-LOAD-EARLIER-RELEASES.
           OPEN INPUT PAYHOLDFILE
           IF WS-PAYHOLD-FILE-STATUS-OK
               MOVE "N" TO WS-PAYHOLD-EOF-SWITCH
               PERFORM 0012-TAKE-ONE-RELEASE UNTIL WS-PAYHOLD-EOF
               CLOSE PAYHOLDFILE
           END-IF.
       0011-END.

       0012-TAKE-ONE-RELEASE.
           READ PAYHOLDFILE NEXT RECORD
               AT END
                   SET WS-PAYHOLD-EOF TO TRUE
               NOT AT END
                   IF HD-RELEASED AND HD-RUN-DATE IS EQUAL TO
                       WS-RUN-DATE
                       MOVE HD-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
                       PERFORM 0003-FIND-CURRENT
                       IF WS-CURR-CUR-IDX IS GREATER THAN ZEROES
                           SET WS-CUR-RELEASED(WS-CURR-CUR-IDX)
                               TO TRUE
                           MOVE HD-STATUS-DATE TO
                               WS-CUR-RELEASE-DATE(WS-CURR-CUR-IDX)
                           MOVE HD-RELEASE-OPERATOR TO
                           WS-CUR-RELEASE-OPERATOR(WS-CURR-CUR-IDX)
                       END-IF
                   END-IF
           END-READ.
       0012-END.

      * NO HISTORY AT ALL MEANS NOTHING TO COMPARE AGAINST, SO THE
      * FIRST RUN IS NOT HELD. AFTER THAT, A PAYEE WITH NO EARLIER
      * PAYMENT IS HELD AS NEW, AND A PAYEE WHOSE NET OR GROSS
      * MOVED BY MORE THAN THE TOLERANCE EITHER WAY IS HELD.
       0013-COMPARE-ONE-PAYMENT.
           MOVE SPACES TO WS-CUR-REASON(WS-CUR-IDX)
           IF WS-HISTORY-FOUND
               MOVE WS-CUR-EMPLOYEEID(WS-CUR-IDX)
                   TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0010-FIND-PREVIOUS
               MOVE WS-CURR-PRV-IDX TO WS-CUR-PRV-IDX(WS-CUR-IDX)
               IF WS-CURR-PRV-IDX IS EQUAL TO ZEROES
                   MOVE "NEW PAYEE" TO WS-CUR-REASON(WS-CUR-IDX)
                   ADD 1 TO WS-NEW-PAYEE-COUNT
               ELSE
                   SET WS-PRV-MATCHED(WS-CURR-PRV-IDX) TO TRUE
                   PERFORM 0014-MEASURE-CHANGE
               END-IF
           END-IF.
       0013-END.

       0014-MEASURE-CHANGE.
           COMPUTE WS-CHANGE-AMOUNT = WS-CUR-NET(WS-CUR-IDX)
               - WS-PRV-NET(WS-CURR-PRV-IDX)
           MOVE WS-PRV-NET(WS-CURR-PRV-IDX) TO WS-PREV-AMOUNT
           PERFORM 0015-COMPUTE-CHANGE-PERCENT
           MOVE WS-CHANGE-PERCENT TO WS-CUR-NET-PERCENT(WS-CUR-IDX)
           COMPUTE WS-CHANGE-AMOUNT = WS-CUR-GROSS(WS-CUR-IDX)
               - WS-PRV-GROSS(WS-CURR-PRV-IDX)
           MOVE WS-PRV-GROSS(WS-CURR-PRV-IDX) TO WS-PREV-AMOUNT
           PERFORM 0015-COMPUTE-CHANGE-PERCENT
           MOVE WS-CHANGE-PERCENT TO WS-CUR-GROSS-PERCENT(WS-CUR-IDX)
           IF WS-CUR-NET-PERCENT(WS-CUR-IDX) IS GREATER THAN
               WS-TOLERANCE-PERCENT
               IF WS-CUR-GROSS-PERCENT(WS-CUR-IDX) IS GREATER THAN
                   WS-TOLERANCE-PERCENT
                   MOVE "NET AND GROSS MOVED" TO
                       WS-CUR-REASON(WS-CUR-IDX)
               ELSE
                   MOVE "NET PAY MOVED" TO WS-CUR-REASON(WS-CUR-IDX)
               END-IF
           ELSE
               IF WS-CUR-GROSS-PERCENT(WS-CUR-IDX) IS GREATER THAN
                   WS-TOLERANCE-PERCENT
                   MOVE "GROSS PAY MOVED" TO
                       WS-CUR-REASON(WS-CUR-IDX)
               END-IF
           END-IF
           IF WS-CUR-REASON(WS-CUR-IDX) IS NOT EQUAL TO SPACES
               ADD 1 TO WS-MOVED-COUNT
           END-IF.
       0014-END.

      * PERCENT OF THE PREVIOUS AMOUNT, EITHER DIRECTION. A MOVE
      * FROM NOTHING, OR ONE TOO LARGE TO SHOW, READS AS 999.99.
       0015-COMPUTE-CHANGE-PERCENT.
           MOVE ZEROES TO WS-CHANGE-PERCENT
           IF WS-CHANGE-AMOUNT IS LESS THAN ZEROES
               COMPUTE WS-CHANGE-AMOUNT = 0 - WS-CHANGE-AMOUNT
           END-IF
           IF WS-PREV-AMOUNT IS LESS THAN ZEROES
               COMPUTE WS-PREV-AMOUNT = 0 - WS-PREV-AMOUNT
           END-IF
           IF WS-CHANGE-AMOUNT IS GREATER THAN ZEROES
               IF WS-PREV-AMOUNT IS EQUAL TO ZEROES
                   MOVE 999.99 TO WS-CHANGE-PERCENT
               ELSE
                   COMPUTE WS-CHANGE-PERCENT ROUNDED =
                       WS-CHANGE-AMOUNT * 100 / WS-PREV-AMOUNT
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-CHANGE-PERCENT
                   END-COMPUTE
               END-IF
           END-IF.
       0015-END.

       0016-WRITE-ONE-HOLD.
           IF WS-CUR-REASON(WS-CUR-IDX) IS NOT EQUAL TO SPACES
               MOVE WS-CUR-EMPLOYEEID(WS-CUR-IDX) TO HD-EMPLOYEEID
               MOVE WS-RUN-DATE TO HD-RUN-DATE
               MOVE WS-CUR-REASON(WS-CUR-IDX) TO HD-REASON
               MOVE ZEROES TO HD-PREV-NET
               MOVE ZEROES TO HD-PREV-GROSS
               MOVE WS-CUR-PRV-IDX(WS-CUR-IDX) TO WS-CURR-PRV-IDX
               IF WS-CURR-PRV-IDX IS GREATER THAN ZEROES
                   MOVE WS-PRV-NET(WS-CURR-PRV-IDX) TO HD-PREV-NET
                   MOVE WS-PRV-GROSS(WS-CURR-PRV-IDX)
                       TO HD-PREV-GROSS
               END-IF
               MOVE WS-CUR-NET(WS-CUR-IDX) TO HD-CURR-NET
               MOVE WS-CUR-GROSS(WS-CUR-IDX) TO HD-CURR-GROSS
               IF WS-CUR-RELEASED(WS-CUR-IDX)
                   SET HD-RELEASED TO TRUE
                   MOVE WS-CUR-RELEASE-DATE(WS-CUR-IDX)
                       TO HD-STATUS-DATE
                   MOVE WS-CUR-RELEASE-OPERATOR(WS-CUR-IDX)
                       TO HD-RELEASE-OPERATOR
                   MOVE "RELEASED" TO WS-HDL-STATUS
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   SET HD-HELD TO TRUE
                   MOVE WS-TODAY TO HD-STATUS-DATE
                   MOVE SPACES TO HD-RELEASE-OPERATOR
                   MOVE "HELD" TO WS-HDL-STATUS
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               WRITE PAYHOLDDETAILS
                   INVALID KEY
                       DISPLAY "PAYVAR - DUPLICATE HOLD FOR ",
                           HD-EMPLOYEEID, " STATUS ",
                           WS-PAYHOLD-FILE-STATUS
               END-WRITE
               MOVE HD-EMPLOYEEID TO WS-HDL-EMPLOYEEID
               MOVE HD-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0017-GET-EMPLOYEE-NAME
               MOVE EMPLOYEENAME TO WS-HDL-NAME
               MOVE HD-PREV-NET TO WS-HDL-PREV-NET
               MOVE HD-CURR-NET TO WS-HDL-CURR-NET
               MOVE WS-CUR-NET-PERCENT(WS-CUR-IDX) TO WS-HDL-NET-PCT
               MOVE HD-PREV-GROSS TO WS-HDL-PREV-GROSS
               MOVE HD-CURR-GROSS TO WS-HDL-CURR-GROSS
               MOVE WS-CUR-GROSS-PERCENT(WS-CUR-IDX)
                   TO WS-HDL-GROSS-PCT
               MOVE HD-REASON TO WS-HDL-REASON
               MOVE WS-HOLD-DETAIL-LINE TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
           END-IF.
       0016-END.

       0017-GET-EMPLOYEE-NAME.
           MOVE SPACES TO EMPLOYEENAME
           IF WS-MASTER-AVAILABLE
               MOVE WS-LOOKUP-EMPLOYEEID TO EMPLOYEEID
               READ EMPLOYEEFILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO EMPLOYEENAME
               END-READ
           END-IF.
       0017-END.

      * ONLY A SALARY RUN IS EXPECTED TO PAY EVERYONE ON THE LAST
      * SALARY RUN; A FINALPAY RUN PAYS JUST THE LEAVERS.
       0018-LIST-MISSING-PAYEES.
           IF WS-RUN-TYPE-PAY-RUN AND WS-PREV-RUN-DATE IS GREATER
               THAN ZEROES
               MOVE SPACES TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               MOVE "PAID ON THE LAST SALARY RUN, MISSING FROM THIS ONE"
                   TO WS-SHL-TEXT
               MOVE WS-SECTION-HEADING-LINE TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
               PERFORM 0019-CHECK-ONE-MISSING
                   VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX IS GREATER THAN WS-PRV-COUNT
           END-IF.
       0018-END.

       0019-CHECK-ONE-MISSING.
           IF WS-PRV-IN-LAST-RUN(WS-PRV-IDX) AND
               NOT WS-PRV-MATCHED(WS-PRV-IDX)
               ADD 1 TO WS-MISSING-COUNT
               MOVE WS-PRV-EMPLOYEEID(WS-PRV-IDX) TO WS-MDL-EMPLOYEEID
               MOVE WS-PRV-EMPLOYEEID(WS-PRV-IDX)
                   TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0017-GET-EMPLOYEE-NAME
               MOVE EMPLOYEENAME TO WS-MDL-NAME
               MOVE WS-PRV-NET(WS-PRV-IDX) TO WS-MDL-PREV-NET
               MOVE SPACES TO WS-MDL-NOTE
               IF WS-MASTER-AVAILABLE AND EMPLOYEENAME IS NOT EQUAL
                   TO "NOT ON MASTER"
                   IF TERMINATED-SWITCH-TERMINATED
                       MOVE "TERMINATED" TO WS-MDL-NOTE
                   ELSE
                       MOVE "ACTIVE - NOT PAID THIS RUN"
                           TO WS-MDL-NOTE
                   END-IF
               END-IF
               MOVE WS-MISSING-DETAIL-LINE TO VAR-REPORT-LINE
               WRITE VAR-REPORT-LINE
           END-IF.
       0019-END.

      * THIS RUN GOES ON THE HISTORY ONCE, SO A RERUN OF THE
      * COMPARE DOES NOT MAKE IT ITS OWN PREVIOUS RUN.
       0020-APPEND-PAY-HISTORY.
           IF NOT WS-RUN-ON-HISTORY
               OPEN EXTEND PAYHISTFILE
               IF NOT WS-PAYHIST-FILE-STATUS-OK
                   OPEN OUTPUT PAYHISTFILE
               END-IF
               IF WS-PAYHIST-FILE-STATUS-OK
                   PERFORM 0021-WRITE-ONE-HISTORY
                       VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX IS GREATER THAN WS-CUR-COUNT
                   CLOSE PAYHISTFILE
               ELSE
                   DISPLAY "PAYVAR - PAY HISTORY FILE I/O ERROR, "
                       "THIS RUN NOT KEPT FOR THE NEXT COMPARE"
                   DISPLAY "FILE STATUS CODE: ",
                       WS-PAYHIST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       0020-END.

       0021-WRITE-ONE-HISTORY.
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE WS-CUR-EMPLOYEEID(WS-CUR-IDX) TO PH-EMPLOYEEID
           MOVE WS-RUN-TYPE TO PH-RUN-TYPE
           MOVE WS-CUR-NET(WS-CUR-IDX) TO PH-NET
           MOVE WS-CUR-GROSS(WS-CUR-IDX) TO PH-GROSS
           WRITE PAYHISTDETAILS
           ADD 1 TO WS-HISTORY-ADDED-COUNT.
       0021-END.

       0022-PRINT-SUMMARY.
           MOVE SPACES TO VAR-REPORT-LINE
           WRITE VAR-REPORT-LINE
           MOVE "PAYMENTS IN THIS RUN:" TO WS-VSL-LABEL
           MOVE WS-CUR-COUNT TO WS-VSL-COUNT
           PERFORM 0023-WRITE-SUMMARY-LINE
           MOVE "NEW PAYEES:" TO WS-VSL-LABEL
           MOVE WS-NEW-PAYEE-COUNT TO WS-VSL-COUNT
           PERFORM 0023-WRITE-SUMMARY-LINE
           MOVE "PAY MOVED BEYOND TOLERANCE:" TO WS-VSL-LABEL
           MOVE WS-MOVED-COUNT TO WS-VSL-COUNT
           PERFORM 0023-WRITE-SUMMARY-LINE
           MOVE "HELD FOR RELEASE:" TO WS-VSL-LABEL
           MOVE WS-HELD-COUNT TO WS-VSL-COUNT
           PERFORM 0023-WRITE-SUMMARY-LINE
           MOVE "ALREADY RELEASED:" TO WS-VSL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-VSL-COUNT
           PERFORM 0023-WRITE-SUMMARY-LINE
           MOVE "MISSING PAYEES:" TO WS-VSL-LABEL
           MOVE WS-MISSING-COUNT TO WS-VSL-COUNT
           PERFORM 0023-WRITE-SUMMARY-LINE
           MOVE "PAYMENTS ADDED TO PAY HISTORY:" TO WS-VSL-LABEL
           MOVE WS-HISTORY-ADDED-COUNT TO WS-VSL-COUNT
           PERFORM 0023-WRITE-SUMMARY-LINE.
       0022-END.

       0023-WRITE-SUMMARY-LINE.
           MOVE WS-VAR-SUMMARY-LINE TO VAR-REPORT-LINE
           WRITE VAR-REPORT-LINE.
       0023-END.

       0024-MATCH-ONE-CURRENT.
           IF WS-CUR-EMPLOYEEID(WS-CUR-IDX) IS EQUAL TO
               WS-LOOKUP-EMPLOYEEID
               MOVE WS-CUR-IDX TO WS-CURR-CUR-IDX
           END-IF.
       0024-END.

       0025-MATCH-ONE-PREVIOUS.
           IF WS-PRV-EMPLOYEEID(WS-PRV-IDX) IS EQUAL TO
               WS-LOOKUP-EMPLOYEEID
               MOVE WS-PRV-IDX TO WS-CURR-PRV-IDX
           END-IF.
       0025-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM PAYVAR.
