       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKVOID.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PAYROLL CHECK VOID                           *
      * SUPERVISOR-ONLY CONSOLE VOID OF A PAYROLL    *
      * CHECK ON THE CHECK ISSUE FILE. ONLY A CHECK  *
      * STILL OUTSTANDING CAN BE VOIDED; THE VOID    *
      * CARRIES ITS DATE, REASON AND OPERATOR, GOES  *
      * TO THE BANK ON THE NEXT DDEXTRACT POSITIVE-  *
      * PAY FILE, AND IS LISTED ON A PRINTED AUDIT   *
      * OF THE SESSION.                              *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKISSFILE ASSIGN TO "checkiss.dat"
            FILE STATUS IS WS-CHECKISS-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CI-CHECK-NUMBER.

           SELECT AUDITLISTFILE ASSIGN "check_void_audit.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECKISSFILE.
       01  CHECKISSDETAILS.
           02 CI-CHECK-NUMBER      PIC 9(8).
           02 CI-ISSUE-DATE        PIC 9(8).
           02 CI-EMPLOYEEID        PIC 9(7).
           02 CI-PAYEE-NAME        PIC X(20).
           02 CI-AMOUNT            PIC 9(7)V99.
           02 CI-STATUS            PIC X(1).
              88 CI-OUTSTANDING       VALUE "O".
              88 CI-CLEARED           VALUE "C".
              88 CI-VOIDED            VALUE "V".
           02 CI-STATUS-DATE       PIC 9(8).
           02 CI-VOID-REASON       PIC X(20).
           02 CI-VOID-OPERATOR     PIC X(8).
           02 CI-VOID-SENT-SW      PIC X(1).
              88 CI-VOID-SENT         VALUE "Y".

       FD  AUDITLISTFILE.
       01  AUDIT-LIST-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHECKISS-FILE-STATUS==.
           05 WS-ASKED-CHECK-NUMBER PIC 9(8) VALUE ZEROES.
           05 WS-VOID-REASON       PIC X(20) VALUE SPACES.
           05 WS-CONFIRM-ANSWER    PIC X(1) VALUE SPACE.
              88 WS-CONFIRMED      VALUE "Y" "y".
           05 WS-CHECK-FOUND-SW    PIC X(1) VALUE "N".
              88 WS-CHECK-FOUND    VALUE "Y".
           05 WS-VOID-COUNT        PIC 9(5) VALUE ZEROES.
           05 WS-VOID-TOTAL        PIC 9(9)V99 VALUE ZEROES.
           05 WS-TODAY             PIC 9(8) VALUE ZEROES.
           05 WS-SHOW-AMOUNT       PIC $$,$$$,$$9.99.

       01  WS-AUDIT-HEADING-1.
           05 FILLER            PIC X(44) VALUE
              "ACME CORPORATION - PAYROLL CHECK VOID AUDIT".
           05 FILLER            PIC X(10) VALUE "OPERATOR: ".
           05 WS-AH1-OPERATOR   PIC X(8).

       01  WS-AUDIT-COLUMN-HEADINGS.
           05 FILLER            PIC X(10) VALUE "CHECK NO".
           05 FILLER            PIC X(10) VALUE "ISSUED".
           05 FILLER            PIC X(9)  VALUE "EMP ID".
           05 FILLER            PIC X(22) VALUE "PAYEE".
           05 FILLER            PIC X(15) VALUE "AMOUNT".
           05 FILLER            PIC X(20) VALUE "REASON".

       01  WS-AUDIT-DETAIL-LINE.
           05 WS-ADL-CHECK-NUMBER PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ADL-ISSUE-DATE PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ADL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ADL-PAYEE-NAME PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ADL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ADL-REASON     PIC X(20).

       01  WS-AUDIT-TOTAL-LINE.
           05 FILLER            PIC X(24) VALUE "CHECKS VOIDED:".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ATL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ATL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-VOID-PAYROLL-CHECKS.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "CHKVOID - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O CHECKISSFILE
           IF NOT WS-CHECKISS-FILE-STATUS-OK
               DISPLAY "CHKVOID - NO CHECK ISSUE FILE, NO CHECKS "
                   "TO VOID"
               MOVE 8 TO RETURN-CODE
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
           PERFORM 0002-VOID-ONE-CHECK THRU 0002-EXIT
           PERFORM 0002-VOID-ONE-CHECK THRU 0002-EXIT
               UNTIL WS-ASKED-CHECK-NUMBER IS EQUAL TO ZEROES
           MOVE SPACES TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           MOVE WS-VOID-COUNT TO WS-ATL-COUNT
           MOVE WS-VOID-TOTAL TO WS-ATL-AMOUNT
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           CLOSE AUDITLISTFILE
           CLOSE CHECKISSFILE
           DISPLAY "CHKVOID - CHECKS VOIDED: ", WS-VOID-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * A CLEARED CHECK HAS ALREADY BEEN PAID BY THE BANK AND A
      * VOIDED ONE IS ALREADY STOPPED; ONLY AN OUTSTANDING CHECK
      * CAN BE VOIDED.
       0002-VOID-ONE-CHECK.
           DISPLAY "Check number to void (zero to quit):"
           ACCEPT WS-ASKED-CHECK-NUMBER
           IF WS-ASKED-CHECK-NUMBER IS NOT NUMERIC
               MOVE ZEROES TO WS-ASKED-CHECK-NUMBER
           END-IF
           IF WS-ASKED-CHECK-NUMBER IS EQUAL TO ZEROES
               GO TO 0002-EXIT
           END-IF
           MOVE "N" TO WS-CHECK-FOUND-SW
           MOVE WS-ASKED-CHECK-NUMBER TO CI-CHECK-NUMBER
           READ CHECKISSFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CHECK-FOUND TO TRUE
           END-READ
           IF NOT WS-CHECK-FOUND
               DISPLAY "Check ", WS-ASKED-CHECK-NUMBER,
                   " was never issued."
               GO TO 0002-EXIT
           END-IF
           MOVE CI-AMOUNT TO WS-SHOW-AMOUNT
           DISPLAY "Check ", CI-CHECK-NUMBER, " issued ",
               CI-ISSUE-DATE, " to ", CI-PAYEE-NAME, " for ",
               WS-SHOW-AMOUNT
           IF CI-CLEARED
               DISPLAY "Check cleared the bank on ", CI-STATUS-DATE,
                   "; it cannot be voided."
               GO TO 0002-EXIT
           END-IF
           IF CI-VOIDED
               DISPLAY "Check was already voided on ",
                   CI-STATUS-DATE, "."
               GO TO 0002-EXIT
           END-IF
           DISPLAY "Void reason:"
           ACCEPT WS-VOID-REASON
           IF WS-VOID-REASON IS EQUAL TO SPACES
               DISPLAY "A reason is required; check not voided."
               GO TO 0002-EXIT
           END-IF
           DISPLAY "Void this check? Y/N"
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "Void abandoned."
               GO TO 0002-EXIT
           END-IF
           SET CI-VOIDED TO TRUE
           MOVE WS-TODAY TO CI-STATUS-DATE
           MOVE WS-VOID-REASON TO CI-VOID-REASON
           MOVE SGN-OPERATOR-ID TO CI-VOID-OPERATOR
           MOVE "N" TO CI-VOID-SENT-SW
           REWRITE CHECKISSDETAILS
               INVALID KEY
                   DISPLAY "CHKVOID - REWRITE FAILED FOR ",
                       CI-CHECK-NUMBER, " STATUS ",
                       WS-CHECKISS-FILE-STATUS
                   GO TO 0002-EXIT
           END-REWRITE
           ADD 1 TO WS-VOID-COUNT
           ADD CI-AMOUNT TO WS-VOID-TOTAL
           MOVE CI-CHECK-NUMBER TO WS-ADL-CHECK-NUMBER
           MOVE CI-ISSUE-DATE TO WS-ADL-ISSUE-DATE
           MOVE CI-EMPLOYEEID TO WS-ADL-EMPLOYEEID
           MOVE CI-PAYEE-NAME TO WS-ADL-PAYEE-NAME
           MOVE CI-AMOUNT TO WS-ADL-AMOUNT
           MOVE CI-VOID-REASON TO WS-ADL-REASON
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           DISPLAY "Check voided; the bank is told on the next "
               "positive-pay file.".
       0002-EXIT.
           EXIT.
       0002-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM CHKVOID.
