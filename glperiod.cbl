       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPERIOD.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * ACCOUNTING PERIOD OPEN/CLOSE MAINTENANCE     *
      * SUPERVISOR-ONLY CONSOLE MAINTENANCE OF THE   *
      * GLPERIOD.DAT PERIOD CONTROL FILE. ONCE A     *
      * MONTH HAS BEEN REPORTED IT IS CLOSED HERE,   *
      * AND GLEXTRACT AND GLAPPLY WILL NO LONGER     *
      * POST INTO IT - ANYTHING DATED INTO IT GOES   *
      * TO THE NEXT OPEN PERIOD AS A PRIOR-PERIOD    *
      * ADJUSTMENT. A PERIOD CAN BE REOPENED TO      *
      * TAKE A CORRECTION. ONLY THE CURRENT MONTH OR *
      * AN EARLIER ONE CAN BE CLOSED. EACH CHANGE    *
      * CARRIES ITS DATE AND OPERATOR AND IS LISTED  *
      * ON A PRINTED AUDIT OF THE SESSION.           *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLPERIODFILE ASSIGN "glperiod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLPR-PERIOD
               FILE STATUS IS WS-GLPERIOD-STATUS.

           SELECT AUDITLISTFILE ASSIGN "gl_period_audit.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLPERIODFILE.
       COPY GLPERIODREC.

       FD  AUDITLISTFILE.
       01  AUDIT-LIST-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLPERIOD-STATUS==.
           05 WS-ASKED-PERIOD      PIC 9(6) VALUE ZEROES.
           05 WS-ASKED-PERIOD-PARTS REDEFINES WS-ASKED-PERIOD.
              10 WS-ASKED-YEAR     PIC 9(4).
              10 WS-ASKED-MONTH    PIC 9(2).
           05 WS-ACTION-ANSWER     PIC X(1) VALUE SPACE.
              88 WS-ACTION-CLOSE   VALUE "C" "c".
              88 WS-ACTION-OPEN    VALUE "O" "o".
           05 WS-CONFIRM-ANSWER    PIC X(1) VALUE SPACE.
              88 WS-CONFIRMED      VALUE "Y" "y".
           05 WS-PERIOD-FOUND-SW   PIC X(1) VALUE "N".
              88 WS-PERIOD-FOUND   VALUE "Y".
           05 WS-OLD-STATUS        PIC X(6) VALUE SPACES.
           05 WS-CHANGE-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-TODAY             PIC 9(8) VALUE ZEROES.
           05 WS-TODAY-PARTS REDEFINES WS-TODAY.
              10 WS-TODAY-PERIOD   PIC 9(6).
              10 WS-TODAY-DAY      PIC 9(2).

       01  WS-AUDIT-HEADING-1.
           05 FILLER            PIC X(44) VALUE
              "ACME CORPORATION - LEDGER PERIOD CONTROL".
           05 FILLER            PIC X(10) VALUE "OPERATOR: ".
           05 WS-AH1-OPERATOR   PIC X(8).

       01  WS-AUDIT-COLUMN-HEADINGS.
           05 FILLER            PIC X(10) VALUE "PERIOD".
           05 FILLER            PIC X(10) VALUE "WAS".
           05 FILLER            PIC X(10) VALUE "NOW".
           05 FILLER            PIC X(10) VALUE "DATE".

       01  WS-AUDIT-DETAIL-LINE.
           05 WS-ADL-PERIOD     PIC 9(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-ADL-OLD-STATUS PIC X(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-ADL-NEW-STATUS PIC X(6).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 WS-ADL-DATE       PIC 9(8).

       01  WS-AUDIT-TOTAL-LINE.
           05 FILLER            PIC X(24) VALUE "PERIODS CHANGED:".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ATL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-MAINTAIN-LEDGER-PERIODS.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "GLPERIOD - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O GLPERIODFILE
           IF NOT WS-GLPERIOD-STATUS-OK
               OPEN OUTPUT GLPERIODFILE
               IF WS-GLPERIOD-STATUS-OK
                   CLOSE GLPERIODFILE
                   OPEN I-O GLPERIODFILE
               END-IF
           END-IF
           IF NOT WS-GLPERIOD-STATUS-OK
               DISPLAY "GLPERIOD ABEND - PERIOD CONTROL FILE WILL "
                   "NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-GLPERIOD-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT AUDITLISTFILE
           MOVE SGN-OPERATOR-ID TO WS-AH1-OPERATOR
           MOVE WS-AUDIT-HEADING-1 TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           MOVE SPACES TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           MOVE WS-AUDIT-COLUMN-HEADINGS TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           PERFORM 0002-MAINTAIN-ONE-PERIOD THRU 0002-EXIT
           PERFORM 0002-MAINTAIN-ONE-PERIOD THRU 0002-EXIT
               UNTIL WS-ASKED-PERIOD IS EQUAL TO ZEROES
           MOVE SPACES TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           MOVE WS-CHANGE-COUNT TO WS-ATL-COUNT
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           CLOSE AUDITLISTFILE
           CLOSE GLPERIODFILE
           DISPLAY "GLPERIOD - PERIODS CHANGED: ", WS-CHANGE-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * A PERIOD WITH NO RECORD HAS NEVER BEEN CLOSED AND IS OPEN.
      * A MONTH THAT HAS NOT STARTED YET CANNOT BE CLOSED, OR THE
      * NIGHT'S POSTINGS WOULD BE PUSHED PAST IT INTO THE FUTURE.
       0002-MAINTAIN-ONE-PERIOD.
           DISPLAY "Period to open or close, YYYYMM "
               "(zero to quit):"
           ACCEPT WS-ASKED-PERIOD
           IF WS-ASKED-PERIOD IS NOT NUMERIC
               MOVE ZEROES TO WS-ASKED-PERIOD
           END-IF
           IF WS-ASKED-PERIOD IS EQUAL TO ZEROES
               GO TO 0002-EXIT
           END-IF
           IF WS-ASKED-MONTH IS LESS THAN 01 OR
               WS-ASKED-MONTH IS GREATER THAN 12
               DISPLAY "Period ", WS-ASKED-PERIOD,
                   " is not a valid year and month."
               GO TO 0002-EXIT
           END-IF
           MOVE "N" TO WS-PERIOD-FOUND-SW
           MOVE WS-ASKED-PERIOD TO GLPR-PERIOD
           READ GLPERIODFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PERIOD-FOUND TO TRUE
           END-READ
           IF WS-PERIOD-FOUND AND GLPR-CLOSED
               MOVE "CLOSED" TO WS-OLD-STATUS
               DISPLAY "Period ", GLPR-PERIOD, " was closed on ",
                   GLPR-STATUS-DATE, " by ", GLPR-OPERATOR
           ELSE
               MOVE "OPEN" TO WS-OLD-STATUS
               DISPLAY "Period ", WS-ASKED-PERIOD, " is open."
           END-IF
           DISPLAY "Close (C) or reopen (O) this period?"
           ACCEPT WS-ACTION-ANSWER
           IF NOT WS-ACTION-CLOSE AND NOT WS-ACTION-OPEN
               DISPLAY "No change made."
               GO TO 0002-EXIT
           END-IF
           IF WS-ACTION-CLOSE AND WS-OLD-STATUS IS EQUAL TO "CLOSED"
               DISPLAY "Period is already closed."
               GO TO 0002-EXIT
           END-IF
           IF WS-ACTION-OPEN AND WS-OLD-STATUS IS EQUAL TO "OPEN"
               DISPLAY "Period is already open."
               GO TO 0002-EXIT
           END-IF
           IF WS-ACTION-CLOSE AND
               WS-ASKED-PERIOD IS GREATER THAN WS-TODAY-PERIOD
               DISPLAY "Period ", WS-ASKED-PERIOD,
                   " has not started; it cannot be closed."
               GO TO 0002-EXIT
           END-IF
           IF WS-ACTION-CLOSE
               DISPLAY "Close this period to all further posting? "
                   "Y/N"
           ELSE
               DISPLAY "Reopen this period for posting? Y/N"
           END-IF
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "No change made."
               GO TO 0002-EXIT
           END-IF
           MOVE WS-ASKED-PERIOD TO GLPR-PERIOD
           IF WS-ACTION-CLOSE
               SET GLPR-CLOSED TO TRUE
               MOVE "CLOSED" TO WS-ADL-NEW-STATUS
           ELSE
               SET GLPR-OPEN TO TRUE
               MOVE "OPEN" TO WS-ADL-NEW-STATUS
           END-IF
           MOVE WS-TODAY TO GLPR-STATUS-DATE
           MOVE SGN-OPERATOR-ID TO GLPR-OPERATOR
           IF WS-PERIOD-FOUND
               REWRITE GLPERIOD-RECORD
                   INVALID KEY
                       DISPLAY "GLPERIOD - REWRITE FAILED FOR ",
                           GLPR-PERIOD, " STATUS ",
                           WS-GLPERIOD-STATUS
                       GO TO 0002-EXIT
               END-REWRITE
           ELSE
               WRITE GLPERIOD-RECORD
                   INVALID KEY
                       DISPLAY "GLPERIOD - WRITE FAILED FOR ",
                           GLPR-PERIOD, " STATUS ",
                           WS-GLPERIOD-STATUS
                       GO TO 0002-EXIT
               END-WRITE
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE GLPR-PERIOD TO WS-ADL-PERIOD
           MOVE WS-OLD-STATUS TO WS-ADL-OLD-STATUS
           MOVE GLPR-STATUS-DATE TO WS-ADL-DATE
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           IF GLPR-CLOSED
               DISPLAY "Period closed; anything dated into it now "
                   "posts as a prior-period adjustment."
           ELSE
               DISPLAY "Period reopened for posting."
           END-IF.
       0002-EXIT.
           EXIT.
       0002-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM GLPERIOD.
