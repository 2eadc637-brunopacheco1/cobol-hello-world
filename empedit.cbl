      *   FAILURES GO TO A RESUBMITTABLE REJECT *
      *   FILE, AND AN EDIT REGISTER SHOWS THE  *
      *   ACCEPTED/REJECTED COUNTS PER ACTION.  *
      *   EVERY NEW-HIRE SALARY, AND ANY CHANGE *
      *   MOVING PAY BY MORE THAN THE APPROVAL  *
      *   PERCENTAGE OR DOLLAR LIMIT, IS HELD   *
      *   ON SALAPPR.DAT INSTEAD FOR A          *
      *   SUPERVISOR TO APPROVE IN SALAPPR.     *
      *******************************************

       ENVIRONMENT DIVISION.
           SELECT EDITREGISTERFILE ASSIGN TO "edit_register.lpt"
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALAPPRFILE ASSIGN TO "salappr.dat"
            FILE STATUS IS WS-SALAPPR-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SA-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPTRANFILE.
               ==:YEAR:== BY ==TRAN-EFF-YEAR==
               ==:MONTH:== BY ==TRAN-EFF-MONTH==
               ==:DAY:== BY ==TRAN-EFF-DAY==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==TRAN-PAY-TYPE==
               ==:RATE:== BY ==TRAN-HOURLY-RATE==.
           02 TRAN-KEYED-BY        PIC X(8).

       FD  EMPLOYEEFILE.
       01  EMPDETAILS.
           02 GENDER            PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==PAY-TYPE==
               ==:RATE:== BY ==HOURLY-RATE==.

       FD  EDITEDTRANFILE.
       01  EDITED-TRAN-RECORD      PIC X(60).
       01  EDITED-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==ED==.
           02 FILLER               PIC X(30).

       FD  EDITWORKFILE.
       01  EDITWORK-RECORD         PIC X(60).

       SD  SORTFILE.
       01  SORT-TRAN-RECORD.
           02 SORT-ACTION-CODE     PIC X.
           02 SORT-EMPLOYEEID      PIC 9(7).
           02 FILLER               PIC X(52).

       FD  REJECTFILE.
       01  REJECT-RECORD.
           02 REJ-TRAN-DATA        PIC X(68).
           02 FILLER               PIC X(1).
           02 REJ-REASON           PIC X(20).

       FD  EDITREGISTERFILE.
       01  EDIT-REGISTER-LINE      PIC X(132).

       FD  SALAPPRFILE.
       COPY SALAPPRREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
              88 WS-EDIT-OK          VALUE "Y".
           05 WS-REJECT-REASON       PIC X(20) VALUE SPACES.
           05 WS-SALARY-MAXIMUM      PIC 9(9) VALUE 002000000.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SALAPPR-FILE-STATUS==.
           05 WS-APPROVAL-AVAIL-SWITCH PIC X(1) VALUE "N".
              88 WS-APPROVAL-AVAILABLE VALUE "Y".
           05 WS-HOLD-SWITCH         PIC X(1) VALUE "N".
              88 WS-HOLD-FOR-APPROVAL VALUE "Y".
           05 WS-HOLD-REASON         PIC X(16) VALUE SPACES.
           05 WS-HELD-WRITE-SWITCH   PIC X(1) VALUE "N".
              88 WS-HELD-TRYING      VALUE "N".
              88 WS-HELD-WRITTEN     VALUE "Y".
              88 WS-HELD-FAILED      VALUE "F".
           05 WS-HELD-SEQUENCE       PIC 9(4) VALUE ZEROES.
           05 WS-RUN-DATE            PIC 9(8) VALUE ZEROES.
           05 WS-APPROVAL-PERCENT    PIC 9(3)V99 VALUE 005.00.
           05 WS-APPROVAL-AMOUNT     PIC 9(9) VALUE 000005000.
           05 WS-PAY-DIFFERENCE      PIC 9(9) VALUE ZEROES.
           05 WS-RATE-DIFFERENCE     PIC 9(3)V99 VALUE ZEROES.
           05 WS-PAY-CHANGE-PERCENT  PIC 9(9)V99 VALUE ZEROES.

       01  WS-EDIT-COUNTS.
           05 WS-ACCEPTED-A          PIC 9(7) VALUE ZEROES.
           05 WS-REJECTED-OTHER      PIC 9(7) VALUE ZEROES.
           05 WS-TOTAL-ACCEPTED      PIC 9(7) VALUE ZEROES.
           05 WS-TOTAL-REJECTED      PIC 9(7) VALUE ZEROES.
           05 WS-TOTAL-HELD          PIC 9(7) VALUE ZEROES.
           05 WS-ACCEPTED-AMOUNT-HASH PIC 9(13)V99 VALUE ZEROES.

       01  WS-DAYS-IN-MONTH-VALUES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RDL-REJECTED==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.

       01  WS-REGISTER-HELD-LINE.
           05 FILLER            PIC X(32) VALUE
              "HELD FOR SUPERVISOR APPROVAL:".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RHL-HELD==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-EDIT-TRANSACTIONS.
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN OUTPUT REJECTFILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0010-OPEN-MASTER
           PERFORM 0016-OPEN-APPROVAL-FILE
           READ EMPTRANFILE
               AT END SET TRAN-ENDOFFILE TO TRUE
           END-READ
           IF WS-MASTER-AVAILABLE
               CLOSE EMPLOYEEFILE
           END-IF
           IF WS-APPROVAL-AVAILABLE
               CLOSE SALAPPRFILE
           END-IF
           CLOSE EMPTRANFILE
           CLOSE EDITWORKFILE
           SORT SORTFILE ON ASCENDING KEY SORT-EMPLOYEEID

       0002-EDIT-ONE-TRANSACTION.
           MOVE "Y" TO WS-EDIT-OK-SWITCH
           MOVE "N" TO WS-HOLD-SWITCH
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 0003-VALIDATE-FIELDS
           IF WS-EDIT-OK AND WS-MASTER-AVAILABLE
               PERFORM 0007-CROSS-CHECK-MASTER
           END-IF
           IF WS-EDIT-OK
               PERFORM 0017-CHECK-APPROVAL-NEEDED
               IF WS-HOLD-FOR-APPROVAL
                   PERFORM 0018-HOLD-FOR-APPROVAL
               END-IF
           END-IF
           IF WS-HOLD-FOR-APPROVAL
               ADD 1 TO WS-TOTAL-HELD
           ELSE
               IF WS-EDIT-OK
                   MOVE EMPTRANDETAILS TO EDITWORK-RECORD
                   WRITE EDITWORK-RECORD
                   ADD TRAN-SALARY TO WS-ACCEPTED-AMOUNT-HASH
                   PERFORM 0008-COUNT-ACCEPTED
               ELSE
                   MOVE SPACES TO REJECT-RECORD
                   MOVE EMPTRANDETAILS TO REJ-TRAN-DATA
                   MOVE WS-REJECT-REASON TO REJ-REASON
                   WRITE REJECT-RECORD
                   PERFORM 0009-COUNT-REJECTED
               END-IF
           END-IF
           READ EMPTRANFILE
               AT END SET TRAN-ENDOFFILE TO TRUE
               TRAN-GENDER IS NOT EQUAL TO "O"
               MOVE "BAD GENDER" TO WS-REJECT-REASON
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF
           IF WS-EDIT-OK AND
               NOT TRAN-PAY-TYPE-HOURLY AND
               NOT TRAN-PAY-TYPE-SALARIED
               MOVE "BAD PAY TYPE" TO WS-REJECT-REASON
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF
           IF WS-EDIT-OK AND TRAN-PAY-TYPE-HOURLY AND
               (TRAN-HOURLY-RATE IS NOT NUMERIC OR
                TRAN-HOURLY-RATE IS EQUAL TO ZEROES)
               MOVE "BAD HOURLY RATE" TO WS-REJECT-REASON
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF
           IF WS-EDIT-OK AND TRAN-KEYED-BY IS EQUAL TO SPACES
               MOVE "NO KEYED-BY" TO WS-REJECT-REASON
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.
       0004-END.

           MOVE WS-TOTAL-REJECTED TO WS-RDL-REJECTED
           MOVE WS-REGISTER-DETAIL-LINE TO EDIT-REGISTER-LINE
           WRITE EDIT-REGISTER-LINE
           MOVE SPACES TO EDIT-REGISTER-LINE
           WRITE EDIT-REGISTER-LINE
           MOVE WS-TOTAL-HELD TO WS-RHL-HELD
           MOVE WS-REGISTER-HELD-LINE TO EDIT-REGISTER-LINE
           WRITE EDIT-REGISTER-LINE
           CLOSE EDITREGISTERFILE
           DISPLAY "EMPEDIT - ACCEPTED: ", WS-TOTAL-ACCEPTED,
               " REJECTED: ", WS-TOTAL-REJECTED,
               " HELD FOR APPROVAL: ", WS-TOTAL-HELD.
       0011-END.

       0012-WRITE-EDITED-TRAILER.
           EXIT.
       0015-END.

       0016-OPEN-APPROVAL-FILE.
           OPEN I-O SALAPPRFILE
           IF NOT WS-SALAPPR-FILE-STATUS-OK
               OPEN OUTPUT SALAPPRFILE
               IF WS-SALAPPR-FILE-STATUS-OK
                   CLOSE SALAPPRFILE
                   OPEN I-O SALAPPRFILE
               END-IF
           END-IF
           IF WS-SALAPPR-FILE-STATUS-OK
               SET WS-APPROVAL-AVAILABLE TO TRUE
           ELSE
               DISPLAY "EMPEDIT - SALARY APPROVAL FILE NOT "
                   "AVAILABLE, CHANGES NEEDING APPROVAL REJECTED"
           END-IF.
       0016-END.

      * A NEW HIRE'S SALARY IS ALWAYS HELD. A CHANGE IS HELD WHEN
      * ITS SALARY MOVES, EITHER WAY, BY MORE THAN THE DOLLAR LIMIT
      * OR THE PERCENTAGE, OR AN HOURLY RATE MOVES BY MORE THAN THE
      * PERCENTAGE. WITHOUT THE MASTER THERE IS NOTHING TO MEASURE
      * A CHANGE AGAINST, SO EVERY CHANGE IS HELD. NOTHING THAT
      * NEEDS APPROVAL GETS THROUGH WHEN THE APPROVAL FILE IS DOWN.
       0017-CHECK-APPROVAL-NEEDED.
           MOVE SPACES TO WS-HOLD-REASON
           IF TRAN-ACTION-CODE IS EQUAL TO "A"
               MOVE "NEW HIRE" TO WS-HOLD-REASON
               SET WS-HOLD-FOR-APPROVAL TO TRUE
           END-IF
           IF TRAN-ACTION-CODE IS EQUAL TO "C"
               IF WS-MASTER-AVAILABLE
                   PERFORM 0019-MEASURE-PAY-CHANGE
               ELSE
                   MOVE "NO MASTER CHECK" TO WS-HOLD-REASON
                   SET WS-HOLD-FOR-APPROVAL TO TRUE
               END-IF
           END-IF
           IF WS-HOLD-FOR-APPROVAL AND NOT WS-APPROVAL-AVAILABLE
               MOVE "N" TO WS-HOLD-SWITCH
               MOVE "NO APPROVAL FILE" TO WS-REJECT-REASON
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.
       0017-END.

       0018-HOLD-FOR-APPROVAL.
           MOVE SPACES TO SALARY-APPROVAL-RECORD
           MOVE WS-RUN-DATE TO SA-HELD-DATE
           MOVE EMPTRANDETAILS TO SA-TRANSACTION
           IF TRAN-ACTION-CODE IS EQUAL TO "C" AND
               WS-MASTER-AVAILABLE
               MOVE SALARY TO SA-OLD-SALARY
               MOVE HOURLY-RATE TO SA-OLD-RATE
           ELSE
               MOVE ZEROES TO SA-OLD-SALARY
               MOVE ZEROES TO SA-OLD-RATE
           END-IF
           MOVE WS-HOLD-REASON TO SA-HOLD-REASON
           MOVE TRAN-KEYED-BY TO SA-KEYED-BY
           SET SA-STATUS-PENDING TO TRUE
           MOVE ZEROES TO SA-REVIEWED-DATE
           MOVE ZEROES TO SA-APPLIED-DATE
           MOVE "N" TO WS-HELD-WRITE-SWITCH
           PERFORM 0020-WRITE-HELD-RECORD UNTIL NOT WS-HELD-TRYING
           IF WS-HELD-FAILED
               MOVE "N" TO WS-HOLD-SWITCH
               MOVE "APPROVAL WRITE ERR" TO WS-REJECT-REASON
               MOVE "N" TO WS-EDIT-OK-SWITCH
           END-IF.
       0018-END.

       0019-MEASURE-PAY-CHANGE.
           IF TRAN-SALARY IS GREATER THAN SALARY
               COMPUTE WS-PAY-DIFFERENCE = TRAN-SALARY - SALARY
           ELSE
               COMPUTE WS-PAY-DIFFERENCE = SALARY - TRAN-SALARY
           END-IF
           IF WS-PAY-DIFFERENCE IS GREATER THAN WS-APPROVAL-AMOUNT
               MOVE "OVER AMOUNT" TO WS-HOLD-REASON
               SET WS-HOLD-FOR-APPROVAL TO TRUE
           ELSE
               IF WS-PAY-DIFFERENCE IS GREATER THAN ZEROES
                   IF SALARY IS EQUAL TO ZEROES
                       MOVE "OVER PERCENT" TO WS-HOLD-REASON
                       SET WS-HOLD-FOR-APPROVAL TO TRUE
                   ELSE
                       COMPUTE WS-PAY-CHANGE-PERCENT ROUNDED =
                           WS-PAY-DIFFERENCE * 100 / SALARY
                       IF WS-PAY-CHANGE-PERCENT IS GREATER THAN
                           WS-APPROVAL-PERCENT
                           MOVE "OVER PERCENT" TO WS-HOLD-REASON
                           SET WS-HOLD-FOR-APPROVAL TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-HOLD-FOR-APPROVAL AND TRAN-PAY-TYPE-HOURLY AND
               TRAN-HOURLY-RATE IS NOT EQUAL TO HOURLY-RATE
               IF HOURLY-RATE IS EQUAL TO ZEROES
                   MOVE "OVER RATE PCT" TO WS-HOLD-REASON
                   SET WS-HOLD-FOR-APPROVAL TO TRUE
               ELSE
                   IF TRAN-HOURLY-RATE IS GREATER THAN HOURLY-RATE
                       COMPUTE WS-RATE-DIFFERENCE =
                           TRAN-HOURLY-RATE - HOURLY-RATE
                   ELSE
                       COMPUTE WS-RATE-DIFFERENCE =
                           HOURLY-RATE - TRAN-HOURLY-RATE
                   END-IF
                   COMPUTE WS-PAY-CHANGE-PERCENT ROUNDED =
                       WS-RATE-DIFFERENCE * 100 / HOURLY-RATE
                   IF WS-PAY-CHANGE-PERCENT IS GREATER THAN
                       WS-APPROVAL-PERCENT
                       MOVE "OVER RATE PCT" TO WS-HOLD-REASON
                       SET WS-HOLD-FOR-APPROVAL TO TRUE
                   END-IF
               END-IF
           END-IF.
       0019-END.

      * HELD ITEMS ARE KEYED BY RUN DATE AND A SEQUENCE NUMBER; A
      * SEQUENCE ALREADY USED BY AN EARLIER RUN THE SAME DAY IS
      * STEPPED OVER.
       0020-WRITE-HELD-RECORD.
           ADD 1 TO WS-HELD-SEQUENCE
           MOVE WS-HELD-SEQUENCE TO SA-HELD-SEQUENCE
           WRITE SALARY-APPROVAL-RECORD
               INVALID KEY
                   IF WS-SALAPPR-FILE-STATUS IS NOT EQUAL TO "22" OR
                       WS-HELD-SEQUENCE IS EQUAL TO 9999
                       DISPLAY "EMPEDIT - APPROVAL FILE WRITE FAILED "
                           "FOR ", TRAN-EMPLOYEEID, " STATUS ",
                           WS-SALAPPR-FILE-STATUS
                       SET WS-HELD-FAILED TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-HELD-WRITTEN TO TRUE
           END-WRITE.
       0020-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
