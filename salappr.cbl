       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAPPR.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * SALARY CHANGE APPROVAL                       *
      * EMPEDIT HOLDS EVERY NEW-HIRE SALARY, AND     *
      * EVERY CHANGE THAT MOVES PAY BY MORE THAN THE *
      * APPROVAL PERCENTAGE OR DOLLAR LIMIT, ON      *
      * SALAPPR.DAT INSTEAD OF PASSING IT TO THE     *
      * SALARY RUN. A SUPERVISOR SIGNS ON HERE AND   *
      * IS SHOWN EACH PENDING ITEM IN TURN - THE PAY *
      * IT REPLACES, THE NEW PAY, THE CHANGE AND WHO *
      * KEYED IT - AND APPROVES OR REJECTS IT. NO    *
      * ONE MAY APPROVE A CHANGE THEY KEYED. AN      *
      * APPROVED ITEM IS APPLIED BY THE NEXT         *
      * EMPLOYEES RUN; SALAUDIT LISTS THE WHOLE FILE.*
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAPPRFILE ASSIGN "salappr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SALAPPR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SALAPPRFILE.
       COPY SALAPPRREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SALAPPR-STATUS==.
           05  WS-TODAY             PIC 9(8) VALUE ZEROES.
           05  WS-APPROVER-ID       PIC X(8) VALUE SPACES.
           05  WS-REVIEW-ANSWER     PIC X VALUE SPACE.
               88  WS-REVIEW-APPROVE   VALUE "A".
               88  WS-REVIEW-REJECT    VALUE "R".
               88  WS-REVIEW-QUIT      VALUE "Q".
           05  WS-QUIT-SW           PIC X VALUE "N".
               88  WS-QUIT-REVIEW      VALUE "Y".
           05  WS-PAY-DIFFERENCE    PIC S9(9) VALUE ZEROES.
           05  WS-CHANGE-PERCENT    PIC S9(7)V9 VALUE ZEROES.
           05  WS-SHOW-OLD-SALARY   PIC ZZZ,ZZZ,ZZ9.
           05  WS-SHOW-NEW-SALARY   PIC ZZZ,ZZZ,ZZ9.
           05  WS-SHOW-OLD-RATE     PIC ZZ9.99.
           05  WS-SHOW-NEW-RATE     PIC ZZ9.99.
           05  WS-SHOW-PERCENT      PIC Z,ZZZ,ZZ9.9-.

       01  WS-SESSION-COUNTS.
           05  WS-PENDING-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-APPROVED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-OWN-COUNT         PIC 9(5) VALUE ZEROES.
           05  WS-NO-KEYER-COUNT    PIC 9(5) VALUE ZEROES.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-SALARY-APPROVAL.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "SALAPPR - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           IF SGN-NO-SECURITY-FILE
               DISPLAY "SALAPPR - NO SECURITY FILE, SUPERVISOR "
                   "SIGN-ON REQUIRED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE SGN-OPERATOR-ID TO WS-APPROVER-ID
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O SALAPPRFILE
           IF NOT WS-SALAPPR-STATUS-OK
               DISPLAY "SALAPPR - NO SALARY CHANGES ARE WAITING FOR "
                   "APPROVAL"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE ZEROES TO SA-KEY
           START SALAPPRFILE KEY IS NOT LESS THAN SA-KEY
               INVALID KEY
                   SET SALARY-APPROVAL-EOF TO TRUE
           END-START
           PERFORM 0002-REVIEW-ONE-ITEM THRU 0002-EXIT
               UNTIL SALARY-APPROVAL-EOF OR WS-QUIT-REVIEW
           CLOSE SALAPPRFILE
           DISPLAY "SALAPPR - PENDING SEEN: ", WS-PENDING-COUNT,
               " APPROVED: ", WS-APPROVED-COUNT,
               " REJECTED: ", WS-REJECTED-COUNT,
               " KEYED BY YOU: ", WS-OWN-COUNT,
               " NO KEYER: ", WS-NO-KEYER-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * ONLY PENDING ITEMS ARE OFFERED. ONE KEYED BY THE SIGNED-ON
      * SUPERVISOR IS PASSED OVER FOR ANOTHER SUPERVISOR TO REVIEW.
      * ONE WITH NO KEYER CANNOT BE SHOWN TO BE SOMEONE ELSE'S WORK,
      * SO IT IS REPORTED AND NEVER OFFERED.
       0002-REVIEW-ONE-ITEM.
           READ SALAPPRFILE NEXT RECORD
               AT END
                   SET SALARY-APPROVAL-EOF TO TRUE
                   GO TO 0002-EXIT
           END-READ
           IF NOT SA-STATUS-PENDING
               GO TO 0002-EXIT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           IF SA-KEYED-BY IS EQUAL TO SPACES
               ADD 1 TO WS-NO-KEYER-COUNT
               DISPLAY "WARNING - EMPLOYEE ", SA-EMPLOYEEID,
                   " HELD ", SA-HELD-DATE, " HAS NO KEYED-BY, "
                   "NOT OFFERED FOR APPROVAL"
               GO TO 0002-EXIT
           END-IF
           IF SA-KEYED-BY IS EQUAL TO WS-APPROVER-ID
               ADD 1 TO WS-OWN-COUNT
               DISPLAY "Employee ", SA-EMPLOYEEID, " was keyed by ",
                   SA-KEYED-BY, "; another supervisor must "
                   "review it."
               GO TO 0002-EXIT
           END-IF
           PERFORM 0003-SHOW-ITEM
           DISPLAY "(A)pprove, (R)eject, blank to leave pending, "
               "or (Q)uit:"
           ACCEPT WS-REVIEW-ANSWER
           IF WS-REVIEW-QUIT
               SET WS-QUIT-REVIEW TO TRUE
               GO TO 0002-EXIT
           END-IF
           IF NOT WS-REVIEW-APPROVE AND NOT WS-REVIEW-REJECT
               DISPLAY "Left pending."
               GO TO 0002-EXIT
           END-IF
           IF WS-REVIEW-APPROVE
               SET SA-STATUS-APPROVED TO TRUE
           ELSE
               SET SA-STATUS-REJECTED TO TRUE
           END-IF
           MOVE WS-TODAY TO SA-REVIEWED-DATE
           MOVE WS-APPROVER-ID TO SA-REVIEWED-BY
           REWRITE SALARY-APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "SALAPPR - ITEM ", SA-KEY,
                       " COULD NOT BE REWRITTEN"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0002-EXIT
           END-REWRITE
           IF WS-REVIEW-APPROVE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Approved; it is applied by the next salary "
                   "run."
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Rejected."
           END-IF.
       0002-EXIT.
           EXIT.
       0002-END.

       0003-SHOW-ITEM.
           DISPLAY " "
           IF SA-ACTION-CODE IS EQUAL TO "A"
               DISPLAY "NEW HIRE  ", SA-EMPLOYEEID, " ",
                   SA-EMPLOYEENAME, " STARTING ", SA-STARTDATE
           ELSE
               DISPLAY "PAY CHANGE ", SA-EMPLOYEEID, " ",
                   SA-EMPLOYEENAME, " EFFECTIVE ", SA-EFFDATE
           END-IF
           DISPLAY "HELD ", SA-HELD-DATE, " FOR ", SA-HOLD-REASON,
               " KEYED BY ", SA-KEYED-BY
           MOVE SA-OLD-SALARY TO WS-SHOW-OLD-SALARY
           MOVE SA-NEW-SALARY TO WS-SHOW-NEW-SALARY
           DISPLAY "SALARY  WAS ", WS-SHOW-OLD-SALARY,
               "  NOW ", WS-SHOW-NEW-SALARY
           IF SA-ACTION-CODE IS EQUAL TO "C" AND
               SA-OLD-SALARY IS GREATER THAN ZEROES
               COMPUTE WS-PAY-DIFFERENCE =
                   SA-NEW-SALARY - SA-OLD-SALARY
               COMPUTE WS-CHANGE-PERCENT ROUNDED =
                   WS-PAY-DIFFERENCE * 100 / SA-OLD-SALARY
               MOVE WS-CHANGE-PERCENT TO WS-SHOW-PERCENT
               DISPLAY "SALARY CHANGE ", WS-SHOW-PERCENT, "%"
           END-IF
           IF SA-PAY-TYPE IS EQUAL TO "H"
               MOVE SA-OLD-RATE TO WS-SHOW-OLD-RATE
               MOVE SA-NEW-RATE TO WS-SHOW-NEW-RATE
               DISPLAY "HOURLY RATE  WAS ", WS-SHOW-OLD-RATE,
                   "  NOW ", WS-SHOW-NEW-RATE
           END-IF.
       0003-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM SALAPPR.
