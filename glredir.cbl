       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLREDIR.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PRIOR-PERIOD ADJUSTMENT REDIRECT REPORT      *
      * LISTS EVERY POSTING ON GLREDIRECT.DAT THAT   *
      * GLEXTRACT OR GLAPPLY REFUSED FOR A CLOSED    *
      * LEDGER PERIOD AND MOVED TO THE NEXT OPEN     *
      * ONE: THE DATE IT ORIGINALLY BORE, THE DATE   *
      * IT WAS POSTED UNDER, THE ACCOUNT AND THE     *
      * AMOUNT, SO THE OFFICE CAN SEE WHAT LANDED IN *
      * THE CURRENT PERIOD THAT BELONGS TO A MONTH   *
      * ALREADY REPORTED.                            *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLREDIRECTFILE ASSIGN "glredirect.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREDIRECT-STATUS.

           SELECT REDIRECTREPORTFILE ASSIGN "gl_redirect.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLREDIRECTFILE.
       COPY GLREDIRREC.

       FD  REDIRECTREPORTFILE.
       01  REDIRECT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLREDIRECT-STATUS==.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-REDIRECT-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-DEBIT-TOTAL       PIC 9(11)V99 VALUE ZEROES.
           05  WS-CREDIT-TOTAL      PIC 9(11)V99 VALUE ZEROES.

       01  WS-REDIRECT-HEADING-1.
           05  FILLER             PIC X(50) VALUE
               "ACME CORPORATION - PRIOR-PERIOD ADJUSTMENTS".
           05  WS-RH1-DATE        PIC 9(8).

       01  WS-REDIRECT-HEADING-2.
           05  FILLER             PIC X(50) VALUE
               "POSTINGS REDIRECTED OUT OF CLOSED LEDGER PERIODS".

       01  WS-REDIRECT-COLUMN-HEADINGS.
           05  FILLER             PIC X(10) VALUE "RUN DATE".
           05  FILLER             PIC X(11) VALUE "PROGRAM".
           05  FILLER             PIC X(10) VALUE "DATED".
           05  FILLER             PIC X(10) VALUE "POSTED".
           05  FILLER             PIC X(9)  VALUE "ACCOUNT".
           05  FILLER             PIC X(22) VALUE "DESCRIPTION".
           05  FILLER             PIC X(5)  VALUE "D/C".
           05  FILLER             PIC X(14) VALUE "AMOUNT".

       01  WS-REDIRECT-DETAIL-LINE.
           05  WS-RDL-RUN-DATE    PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RDL-PROGRAM     PIC X(9).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RDL-ORIGINAL    PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RDL-POSTED      PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RDL-ACCOUNT     PIC 9(6).
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-RDL-DESCRIPTION PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RDL-SIDE        PIC X(1).
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RDL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-REDIRECT-TOTAL-LINE.
           05  WS-RTL-LABEL       PIC X(30).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RTL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-REDIRECT-COUNT-LINE.
           05  WS-RCL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RCL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-REDIRECT-REPORT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REDIRECTREPORTFILE
           MOVE WS-RUN-DATE TO WS-RH1-DATE
           MOVE WS-REDIRECT-HEADING-1 TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE
           MOVE WS-REDIRECT-HEADING-2 TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE
           MOVE SPACES TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE
           MOVE WS-REDIRECT-COLUMN-HEADINGS TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE
           OPEN INPUT GLREDIRECTFILE
           IF WS-GLREDIRECT-STATUS-OK
               READ GLREDIRECTFILE
                   AT END SET GLREDIRECT-EOF TO TRUE
               END-READ
               PERFORM 0002-PRINT-ONE-REDIRECT UNTIL GLREDIRECT-EOF
               CLOSE GLREDIRECTFILE
           ELSE
               MOVE "NO POSTINGS HAVE BEEN REDIRECTED"
                   TO REDIRECT-REPORT-LINE
               WRITE REDIRECT-REPORT-LINE
           END-IF
           PERFORM 0003-PRINT-TOTALS
           CLOSE REDIRECTREPORTFILE
           DISPLAY "GLREDIR - REDIRECTED POSTINGS LISTED: ",
               WS-REDIRECT-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-PRINT-ONE-REDIRECT.
           ADD 1 TO WS-REDIRECT-COUNT
           IF GLR-DEBIT-CREDIT IS EQUAL TO "D"
               ADD GLR-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD GLR-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE GLR-RUN-DATE TO WS-RDL-RUN-DATE
           MOVE GLR-PROGRAM TO WS-RDL-PROGRAM
           MOVE GLR-ORIGINAL-DATE TO WS-RDL-ORIGINAL
           MOVE GLR-POSTED-DATE TO WS-RDL-POSTED
           MOVE GLR-ACCOUNT TO WS-RDL-ACCOUNT
           MOVE GLR-DESCRIPTION TO WS-RDL-DESCRIPTION
           MOVE GLR-DEBIT-CREDIT TO WS-RDL-SIDE
           MOVE GLR-AMOUNT TO WS-RDL-AMOUNT
           MOVE WS-REDIRECT-DETAIL-LINE TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE
           READ GLREDIRECTFILE
               AT END SET GLREDIRECT-EOF TO TRUE
           END-READ.
       0002-END.

       0003-PRINT-TOTALS.
           MOVE SPACES TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE
           MOVE "POSTINGS REDIRECTED:" TO WS-RCL-LABEL
           MOVE WS-REDIRECT-COUNT TO WS-RCL-COUNT
           MOVE WS-REDIRECT-COUNT-LINE TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE
           MOVE "DEBITS REDIRECTED:" TO WS-RTL-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-RTL-AMOUNT
           MOVE WS-REDIRECT-TOTAL-LINE TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE
           MOVE "CREDITS REDIRECTED:" TO WS-RTL-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-RTL-AMOUNT
           MOVE WS-REDIRECT-TOTAL-LINE TO REDIRECT-REPORT-LINE
           WRITE REDIRECT-REPORT-LINE.
       0003-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM GLREDIR.
