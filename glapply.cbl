      * ACTIVITY REPORT PRINTS WITH GLACCOUNTS.DAT   *
      * DESCRIPTIONS. THE APPLIED BATCH IS CLEARED   *
      * SO A RERUN CANNOT POST IT TWICE.             *
      * NOTHING POSTS INTO A PERIOD CLOSED ON        *
      * GLPERIOD.DAT: SUCH A POSTING GOES TO THE     *
      * NEXT OPEN PERIOD AS A PRIOR-PERIOD           *
      * ADJUSTMENT AND IS LOGGED TO GLREDIRECT.DAT.  *
      ************************************************

       ENVIRONMENT DIVISION.
           SELECT TRIALREPORTFILE ASSIGN "gltrial.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLPERIODFILE ASSIGN "glperiod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLPR-PERIOD
               FILE STATUS IS WS-GLPERIOD-STATUS.

           SELECT GLREDIRECTFILE ASSIGN "glredirect.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREDIRECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLPOSTFILE.
       COPY GLPOSTREC.

       FD  GLBALFILE.
       01  GLBALDETAILS.
       FD  TRIALREPORTFILE.
       01  TRIAL-REPORT-LINE          PIC X(132).

       FD  GLPERIODFILE.
       COPY GLPERIODREC.

       FD  GLREDIRECTFILE.
       COPY GLREDIRREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLBAL-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLACCT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLPERIOD-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLREDIRECT-STATUS==.
           05  WS-POSTING-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-REDIRECT-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-PERIOD-FILE-SW    PIC X VALUE "N".
               88  WS-PERIOD-FILE-OPEN  VALUE "Y".
           05  WS-REDIRECT-SW       PIC X VALUE "N".
               88  WS-REDIRECTED        VALUE "Y".
           05  WS-PERIOD-CLOSED-SW  PIC X VALUE "N".
               88  WS-PERIOD-CLOSED     VALUE "Y".
           05  WS-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZEROES.
           05  WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZEROES.
           05  WS-BALANCE-CHECK     PIC S9(11)V99 VALUE ZEROES.
           05  WS-PRI-MONTH         PIC 9(2).
       01  WS-PRIOR-PERIOD-NUM REDEFINES WS-PRIOR-PERIOD PIC 9(6).

       01  WS-NEXT-PERIOD.
           05  WS-NXT-YEAR          PIC 9(4).
           05  WS-NXT-MONTH         PIC 9(2).
       01  WS-NEXT-PERIOD-NUM REDEFINES WS-NEXT-PERIOD PIC 9(6).

       01  WS-ACCOUNT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 40 TIMES.
               10  WS-ACT-ACCOUNT     PIC 9(6).
               10  WS-ACT-DESCRIPTION PIC X(20).

           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-TDL-END         PIC $$$,$$$,$$9.99-.

       01  WS-TRIAL-REDIRECT-LINE.
           05  FILLER             PIC X(40) VALUE
               "PRIOR-PERIOD ADJUSTMENTS FROM CLOSED ".
           05  FILLER             PIC X(20) VALUE
               "PERIODS REDIRECTED: ".
           05  WS-TRL-COUNT       PIC ZZ,ZZ9.

       01  WS-TRIAL-TOTAL-LINE.
           05  WS-TTL-LABEL       PIC X(20).
           05  WS-TTL-AMOUNT      PIC $$$,$$$,$$9.99-.
       PROCEDURE DIVISION.

       0001-RUN-POSTING-APPLY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0002-LOAD-ACCOUNT-TABLE
           PERFORM 0014-OPEN-PERIOD-FILE
           PERFORM 0003-PROVE-BATCH-BALANCE
           IF WS-POSTING-COUNT IS EQUAL TO ZEROES
               DISPLAY "GLAPPLY - NO POSTINGS ON HAND, NOTHING "
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0005-OPEN-BALANCE-FILE
           OPEN EXTEND GLREDIRECTFILE
           IF NOT WS-GLREDIRECT-STATUS-OK
               OPEN OUTPUT GLREDIRECTFILE
           END-IF
           OPEN INPUT GLPOSTFILE
           READ GLPOSTFILE
               AT END SET GLPOST-EOF TO TRUE
           PERFORM 0006-APPLY-ONE-POSTING UNTIL GLPOST-EOF
           CLOSE GLPOSTFILE
           CLOSE GLBALFILE
           CLOSE GLREDIRECTFILE
           IF WS-PERIOD-FILE-OPEN
               CLOSE GLPERIODFILE
           END-IF
           OPEN OUTPUT GLPOSTFILE
           CLOSE GLPOSTFILE
           PERFORM 0009-PRINT-TRIAL-BALANCE
           DISPLAY "GLAPPLY - POSTINGS APPLIED: ", WS-POSTING-COUNT,
               " FOR PERIOD ", WS-BATCH-PERIOD
           IF WS-REDIRECT-COUNT IS GREATER THAN ZEROES
               DISPLAY "GLAPPLY - POSTINGS REDIRECTED FROM CLOSED "
                   "PERIODS: ", WS-REDIRECT-COUNT
           END-IF
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

           ELSE
               ADD GP-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           PERFORM 0015-RESOLVE-POSTING-PERIOD
           MOVE WS-PST-YEARMONTH TO WS-BATCH-PERIOD
           READ GLPOSTFILE
               AT END SET GLPOST-EOF TO TRUE
      * A POSTING'S PERIOD IS ITS DATE'S YEAR AND MONTH; THE FIRST
      * POSTING AN ACCOUNT SEES IN A PERIOD CARRIES THE PRIOR
      * PERIOD'S ENDING BALANCE FORWARD AS THE OPENING BALANCE.
      * A POSTING DATED INTO A CLOSED PERIOD IS APPLIED TO THE
      * NEXT OPEN ONE INSTEAD AND LOGGED AS REDIRECTED.
       0006-APPLY-ONE-POSTING.
           PERFORM 0015-RESOLVE-POSTING-PERIOD
           IF WS-REDIRECTED
               PERFORM 0017-LOG-REDIRECTED-POSTING
           END-IF
           MOVE "N" TO WS-BAL-FOUND-SW
           MOVE GP-ACCOUNT TO GLB-ACCOUNT
           MOVE WS-PST-YEARMONTH TO GLB-PERIOD
           MOVE WS-BATCH-PERIOD TO WS-TPL-PERIOD
           MOVE WS-TRIAL-PERIOD-LINE TO TRIAL-REPORT-LINE
           WRITE TRIAL-REPORT-LINE
           IF WS-REDIRECT-COUNT IS GREATER THAN ZEROES
               MOVE WS-REDIRECT-COUNT TO WS-TRL-COUNT
               MOVE WS-TRIAL-REDIRECT-LINE TO TRIAL-REPORT-LINE
               WRITE TRIAL-REPORT-LINE
           END-IF
           MOVE SPACES TO TRIAL-REPORT-LINE
           WRITE TRIAL-REPORT-LINE
           MOVE WS-TRIAL-COLUMN-HEADINGS TO TRIAL-REPORT-LINE
       0009-END.

       0010-STORE-ONE-ACCOUNT.
           IF WS-ACCT-COUNT IS LESS THAN 40
               ADD 1 TO WS-ACCT-COUNT
               MOVE GLA-ACCOUNT TO WS-ACT-ACCOUNT(WS-ACCT-COUNT)
               MOVE GLA-DESCRIPTION
           END-IF.
       0012-END.

      * NO PERIOD CONTROL FILE MEANS NO PERIOD HAS BEEN CLOSED.
       0014-OPEN-PERIOD-FILE.
           OPEN INPUT GLPERIODFILE
           IF WS-GLPERIOD-STATUS-OK
               SET WS-PERIOD-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "GLAPPLY - NO PERIOD CONTROL FILE, "
                   "ALL PERIODS TREATED AS OPEN"
           END-IF.
       0014-END.

      * SETS WS-POST-PERIOD TO THE PERIOD THE POSTING WILL ACTUALLY
      * LAND IN: ITS OWN DATE, OR THE FIRST OF THE FIRST PERIOD
      * AFTER IT THAT IS NOT CLOSED.
       0015-RESOLVE-POSTING-PERIOD.
           MOVE GP-DATE TO WS-POST-PERIOD
           MOVE "N" TO WS-REDIRECT-SW
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           IF WS-PERIOD-FILE-OPEN
               PERFORM 0016-CHECK-POSTING-PERIOD
               PERFORM 0018-STEP-TO-NEXT-PERIOD
                   UNTIL NOT WS-PERIOD-CLOSED
           END-IF.
       0015-END.

       0016-CHECK-POSTING-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           MOVE WS-PST-YEARMONTH TO GLPR-PERIOD
           READ GLPERIODFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GLPR-CLOSED
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
           END-READ.
       0016-END.

      * THE POSTING KEEPS THE DATE IT FIRST BORE; ONE GLEXTRACT
      * ALREADY MOVED ON IS ONLY MOVED AGAIN IF ITS NEW PERIOD HAS
      * SINCE BEEN CLOSED TOO.
       0017-LOG-REDIRECTED-POSTING.
           IF NOT GP-PRIOR-PERIOD-ADJ
               MOVE GP-DATE TO GP-ORIGINAL-DATE
               SET GP-PRIOR-PERIOD-ADJ TO TRUE
           END-IF
           MOVE WS-POST-PERIOD TO GP-DATE
           MOVE WS-RUN-DATE TO GLR-RUN-DATE
           MOVE "GLAPPLY" TO GLR-PROGRAM
           MOVE GP-ORIGINAL-DATE TO GLR-ORIGINAL-DATE
           MOVE GP-DATE TO GLR-POSTED-DATE
           MOVE GP-ACCOUNT TO GLR-ACCOUNT
           MOVE GP-DEBIT-CREDIT TO GLR-DEBIT-CREDIT
           MOVE GP-AMOUNT TO GLR-AMOUNT
           MOVE GP-DESCRIPTION TO GLR-DESCRIPTION
           WRITE GLREDIRECT-RECORD
           ADD 1 TO WS-REDIRECT-COUNT.
       0017-END.

       0018-STEP-TO-NEXT-PERIOD.
           SET WS-REDIRECTED TO TRUE
           MOVE WS-PST-YEARMONTH TO WS-NEXT-PERIOD-NUM
           IF WS-NXT-MONTH IS EQUAL TO 12
               MOVE 01 TO WS-NXT-MONTH
               ADD 1 TO WS-NXT-YEAR
           ELSE
               ADD 1 TO WS-NXT-MONTH
           END-IF
           MOVE WS-NEXT-PERIOD-NUM TO WS-PST-YEARMONTH
           MOVE 01 TO WS-PST-DAY
           PERFORM 0016-CHECK-POSTING-PERIOD.
       0018-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
