       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGMAINT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * HOUSE CHARGE ACCOUNT MAINTENANCE             *
      * SUPERVISOR CONSOLE FOR CHARGEACCT.DAT: OPEN  *
      * AN ACCOUNT FOR A CUSTOMER.DAT MEMBER WITH AN *
      * APPROVED CREDIT LIMIT, CHANGE THE LIMIT, PUT *
      * AN ACCOUNT ON HOLD OR RELEASE IT, AND CLOSE  *
      * IT ONCE NOTHING IS OWED. EVERY APPROVAL IS   *
      * STAMPED WITH THE SIGNED-ON SUPERVISOR AND    *
      * THE DATE. THE REGISTER ONLY CHARGES TO AN    *
      * APPROVED ACCOUNT WITHIN ITS LIMIT.           *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEACCTFILE ASSIGN "chargeacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUSTOMER
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT CUSTOMERFILE ASSIGN "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEACCTFILE.
       COPY CHARGEREC.

       FD  CUSTOMERFILE.
       01  CUSTOMER-RECORD.
           05  CU-NUMBER             PIC 9(7).
           05  CU-NAME               PIC X(20).
           05  CU-POINTS             PIC 9(7).
           05  CU-JOIN-DATE          PIC 9(8).
           05  CU-STATUS             PIC X(1).
               88  CU-INACTIVE           VALUE 'I'.
           05  CU-LAST-ACTIVITY-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHARGE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CUSTOMER-STATUS==.
           05  MAINT-ACTION         PIC X VALUE SPACE.
               88  MAINT-OPEN          VALUE 'O'.
               88  MAINT-LIMIT         VALUE 'L'.
               88  MAINT-HOLD          VALUE 'H'.
               88  MAINT-RELEASE       VALUE 'R'.
               88  MAINT-CLOSE         VALUE 'C'.
               88  MAINT-INQUIRE       VALUE 'I'.
               88  MAINT-QUIT          VALUE 'Q'.
           05  WS-ASKED-NUMBER      PIC 9(7) VALUE ZEROES.
           05  WS-FOUND-SWITCH      PIC X VALUE 'N'.
               88  WS-ACCOUNT-FOUND    VALUE 'Y'.
           05  WS-CONFIRM-ANSWER    PIC X VALUE SPACE.
               88  WS-CONFIRMED        VALUE 'Y'.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-NEW-LIMIT==.
           05  WS-CHANGE-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-TODAY-DATE        PIC 9(8) VALUE ZEROES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-DISPLAY-LIMIT==
               ==:WIDTH:== BY ==$$,$$9.99==.
           COPY MONEYFLD REPLACING ==:NAME:== BY
               ==WS-DISPLAY-BALANCE==
               ==:WIDTH:== BY ==$$$,$$9.99-==.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-MAINTAIN-CHARGE-ACCOUNTS.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "CHGMAINT - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN I-O CHARGEACCTFILE
           IF NOT WS-CHARGE-STATUS-OK
               OPEN OUTPUT CHARGEACCTFILE
               IF WS-CHARGE-STATUS-OK
                   CLOSE CHARGEACCTFILE
                   OPEN I-O CHARGEACCTFILE
               END-IF
           END-IF
           IF NOT WS-CHARGE-STATUS-OK
               DISPLAY "CHGMAINT ABEND - CHARGE ACCOUNT FILE WILL "
                   "NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-CHARGE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN INPUT CUSTOMERFILE
           IF NOT WS-CUSTOMER-STATUS-OK
               DISPLAY "CHGMAINT ABEND - CUSTOMER MASTER WILL "
                   "NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-CUSTOMER-STATUS
               CLOSE CHARGEACCTFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0002-ASK-ONE-ACTION
           PERFORM 0002-ASK-ONE-ACTION UNTIL MAINT-QUIT
           CLOSE CHARGEACCTFILE
           CLOSE CUSTOMERFILE
           DISPLAY "CHGMAINT - CHANGES APPLIED: ", WS-CHANGE-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-ASK-ONE-ACTION.
           DISPLAY "Action: (O)pen, (L)imit, (H)old, (R)elease, "
               "(C)lose, (I)nquire, (Q)uit"
           ACCEPT MAINT-ACTION
           IF MAINT-OPEN
               PERFORM 0004-OPEN-ACCOUNT THRU 0004-EXIT
           ELSE
           IF MAINT-LIMIT
               PERFORM 0005-CHANGE-LIMIT
           ELSE
           IF MAINT-HOLD OR MAINT-RELEASE
               PERFORM 0006-HOLD-OR-RELEASE
           ELSE
           IF MAINT-CLOSE
               PERFORM 0007-CLOSE-ACCOUNT
           ELSE
           IF MAINT-INQUIRE
               PERFORM 0003-READ-ACCOUNT
               IF WS-ACCOUNT-FOUND
                   PERFORM 0008-SHOW-ACCOUNT
               END-IF
           ELSE
               IF NOT MAINT-QUIT
                   DISPLAY "Unknown action; enter O, L, H, R, C, "
                       "I or Q."
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0002-END.

       0003-READ-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SWITCH
           DISPLAY "Customer number:"
           ACCEPT WS-ASKED-NUMBER
           MOVE WS-ASKED-NUMBER TO CA-CUSTOMER
           READ CHARGEACCTFILE
               INVALID KEY
                   DISPLAY "No house account for customer ",
                       WS-ASKED-NUMBER, "."
               NOT INVALID KEY
                   SET WS-ACCOUNT-FOUND TO TRUE
           END-READ.
       0003-END.

      * AN ACCOUNT CAN ONLY BE OPENED FOR AN ACTIVE MEMBER ALREADY
      * ON THE CUSTOMER MASTER, SO STATEMENTS HAVE A NAME TO GO TO.
       0004-OPEN-ACCOUNT.
           DISPLAY "Customer number:"
           ACCEPT WS-ASKED-NUMBER
           MOVE WS-ASKED-NUMBER TO CU-NUMBER
           READ CUSTOMERFILE
               INVALID KEY
                   DISPLAY "Customer ", WS-ASKED-NUMBER,
                       " is not on the customer master."
                   GO TO 0004-EXIT
           END-READ
           IF CU-INACTIVE
               DISPLAY "Customer ", WS-ASKED-NUMBER, " is closed."
               GO TO 0004-EXIT
           END-IF
           MOVE WS-ASKED-NUMBER TO CA-CUSTOMER
           READ CHARGEACCTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Customer ", WS-ASKED-NUMBER,
                       " already has a house account."
                   GO TO 0004-EXIT
           END-READ
           DISPLAY "Approved credit limit for ", CU-NAME, ":"
           ACCEPT WS-NEW-LIMIT
           IF WS-NEW-LIMIT IS EQUAL TO ZEROES
               DISPLAY "A house account needs a credit limit; "
                   "not opened."
               GO TO 0004-EXIT
           END-IF
           INITIALIZE CHARGE-ACCOUNT-RECORD
           MOVE WS-ASKED-NUMBER TO CA-CUSTOMER
           SET CA-STATUS-APPROVED TO TRUE
           MOVE WS-NEW-LIMIT TO CA-CREDIT-LIMIT
           MOVE ZEROES TO CA-BALANCE
           MOVE WS-TODAY-DATE TO CA-OPEN-DATE
           MOVE SGN-OPERATOR-ID TO CA-APPROVED-BY
           MOVE WS-TODAY-DATE TO CA-APPROVED-DATE
           MOVE ZEROES TO CA-LAST-STMT-BALANCE
           WRITE CHARGE-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "House account could not be written."
                   GO TO 0004-EXIT
           END-WRITE
           ADD 1 TO WS-CHANGE-COUNT
           DISPLAY "House account opened.".
       0004-EXIT.
           EXIT.
       0004-END.

       0005-CHANGE-LIMIT.
           PERFORM 0003-READ-ACCOUNT
           IF WS-ACCOUNT-FOUND
               PERFORM 0008-SHOW-ACCOUNT
               DISPLAY "New approved credit limit:"
               ACCEPT WS-NEW-LIMIT
               IF WS-NEW-LIMIT IS LESS THAN CA-BALANCE
                   DISPLAY "Note: the balance owed is over the new "
                       "limit; no further charges until paid down."
               END-IF
               MOVE WS-NEW-LIMIT TO CA-CREDIT-LIMIT
               MOVE SGN-OPERATOR-ID TO CA-APPROVED-BY
               MOVE WS-TODAY-DATE TO CA-APPROVED-DATE
               REWRITE CHARGE-ACCOUNT-RECORD
               ADD 1 TO WS-CHANGE-COUNT
               DISPLAY "Credit limit changed."
           END-IF.
       0005-END.

       0006-HOLD-OR-RELEASE.
           PERFORM 0003-READ-ACCOUNT
           IF WS-ACCOUNT-FOUND
               IF CA-STATUS-CLOSED
                   DISPLAY "Account is closed; open a new one "
                       "instead."
               ELSE
                   IF MAINT-HOLD
                       SET CA-STATUS-ON-HOLD TO TRUE
                       DISPLAY "Account placed on hold."
                   ELSE
                       SET CA-STATUS-APPROVED TO TRUE
                       MOVE SGN-OPERATOR-ID TO CA-APPROVED-BY
                       MOVE WS-TODAY-DATE TO CA-APPROVED-DATE
                       DISPLAY "Account released for charging."
                   END-IF
                   REWRITE CHARGE-ACCOUNT-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
               END-IF
           END-IF.
       0006-END.

      * A CLOSED ACCOUNT STAYS ON FILE SO ITS HISTORY STILL PRINTS;
      * IT CANNOT BE CLOSED WHILE ANYTHING IS OWED OR IN CREDIT.
       0007-CLOSE-ACCOUNT.
           PERFORM 0003-READ-ACCOUNT
           IF WS-ACCOUNT-FOUND
               IF CA-BALANCE IS NOT EQUAL TO ZEROES
                   MOVE CA-BALANCE TO WS-DISPLAY-BALANCE
                   DISPLAY "Balance is ", WS-DISPLAY-BALANCE,
                       "; settle it before closing."
               ELSE
                   DISPLAY "Close house account ", CA-CUSTOMER,
                       "? Y/N"
                   ACCEPT WS-CONFIRM-ANSWER
                   IF WS-CONFIRMED
                       SET CA-STATUS-CLOSED TO TRUE
                       REWRITE CHARGE-ACCOUNT-RECORD
                       ADD 1 TO WS-CHANGE-COUNT
                       DISPLAY "Account closed."
                   ELSE
                       DISPLAY "Close abandoned."
                   END-IF
               END-IF
           END-IF.
       0007-END.

       0008-SHOW-ACCOUNT.
           MOVE CA-CREDIT-LIMIT TO WS-DISPLAY-LIMIT
           MOVE CA-BALANCE TO WS-DISPLAY-BALANCE
           DISPLAY "Account ", CA-CUSTOMER, " status ", CA-STATUS,
               " limit ", WS-DISPLAY-LIMIT,
               " balance ", WS-DISPLAY-BALANCE
           DISPLAY "Approved by ", CA-APPROVED-BY, " on ",
               CA-APPROVED-DATE, "; last statement ",
               CA-LAST-STMT-DATE.
       0008-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM CHGMAINT.
