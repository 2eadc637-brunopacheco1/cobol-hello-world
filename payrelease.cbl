       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRELEASE.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PAY VARIANCE HOLD RELEASE                    *
      * SUPERVISOR-ONLY CONSOLE RELEASE OF PAYMENTS  *
      * PAYVAR HELD FOR A PAY MOVEMENT OR A NEW      *
      * PAYEE. A RELEASED PAYMENT GOES TO THE BANK   *
      * OR THE CHECK RUN ON THE NEXT DDEXTRACT; ONE  *
      * LEFT HELD STAYS OUT OF IT. EACH RELEASE      *
      * CARRIES ITS DATE AND OPERATOR AND IS LISTED  *
      * ON A PRINTED AUDIT OF THE SESSION.           *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHOLDFILE ASSIGN TO "payhold.dat"
            FILE STATUS IS WS-PAYHOLD-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HD-EMPLOYEEID.

           SELECT AUDITLISTFILE ASSIGN "pay_release_audit.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  AUDITLISTFILE.
       01  AUDIT-LIST-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYHOLD-FILE-STATUS==.
           05 WS-ASKED-EMPLOYEEID  PIC 9(7) VALUE ZEROES.
           05 WS-CONFIRM-ANSWER    PIC X(1) VALUE SPACE.
              88 WS-CONFIRMED      VALUE "Y" "y".
           05 WS-HOLD-FOUND-SW     PIC X(1) VALUE "N".
              88 WS-HOLD-FOUND     VALUE "Y".
           05 WS-COMPARED-RUN-DATE PIC 9(8) VALUE ZEROES.
           05 WS-RELEASE-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-RELEASE-TOTAL     PIC S9(9)V99 VALUE ZEROES.
           05 WS-TODAY             PIC 9(8) VALUE ZEROES.
           05 WS-SHOW-PREV-NET     PIC $,$$$,$$9.99-.
           05 WS-SHOW-CURR-NET     PIC $,$$$,$$9.99-.
           05 WS-SHOW-PREV-GROSS   PIC $,$$$,$$9.99.
           05 WS-SHOW-CURR-GROSS   PIC $,$$$,$$9.99.

       01  WS-AUDIT-HEADING-1.
           05 FILLER            PIC X(44) VALUE
              "ACME CORPORATION - PAY HOLD RELEASE AUDIT".
           05 FILLER            PIC X(10) VALUE "PAY RUN: ".
           05 WS-AH1-RUN-DATE   PIC 9(8).
           05 FILLER            PIC X(13) VALUE "   OPERATOR: ".
           05 WS-AH1-OPERATOR   PIC X(8).

       01  WS-AUDIT-COLUMN-HEADINGS.
           05 FILLER            PIC X(9)  VALUE "EMP ID".
           05 FILLER            PIC X(22) VALUE "REASON".
           05 FILLER            PIC X(14) VALUE "    PREV NET".
           05 FILLER            PIC X(14) VALUE "    THIS NET".
           05 FILLER            PIC X(14) VALUE "  PREV GROSS".
           05 FILLER            PIC X(14) VALUE "  THIS GROSS".

       01  WS-AUDIT-DETAIL-LINE.
           05 WS-ADL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ADL-REASON     PIC X(20).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ADL-PREV-NET   PIC $,$$$,$$9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-ADL-CURR-NET   PIC $,$$$,$$9.99-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-ADL-PREV-GROSS PIC $,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ADL-CURR-GROSS PIC $,$$$,$$9.99.

       01  WS-AUDIT-TOTAL-LINE.
           05 FILLER            PIC X(24) VALUE "PAYMENTS RELEASED:".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ATL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-ATL-AMOUNT     PIC $$$,$$$,$$9.99-.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RELEASE-HELD-PAY.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "PAYRELEASE - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O PAYHOLDFILE
           IF NOT WS-PAYHOLD-FILE-STATUS-OK
               DISPLAY "PAYRELEASE - NO PAY HOLD FILE, NOTHING "
                   "TO RELEASE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           MOVE ZEROES TO HD-EMPLOYEEID
           READ PAYHOLDFILE
               INVALID KEY
                   DISPLAY "PAYRELEASE - PAY HOLD FILE HAS NO "
                       "CONTROL RECORD, RUN PAYVAR FIRST"
                   CLOSE PAYHOLDFILE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
           END-READ
           MOVE HD-RUN-DATE TO WS-COMPARED-RUN-DATE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN OUTPUT AUDITLISTFILE
           MOVE WS-COMPARED-RUN-DATE TO WS-AH1-RUN-DATE
           MOVE SGN-OPERATOR-ID TO WS-AH1-OPERATOR
           MOVE WS-AUDIT-HEADING-1 TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           MOVE SPACES TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           MOVE WS-AUDIT-COLUMN-HEADINGS TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           PERFORM 0002-RELEASE-ONE-HOLD THRU 0002-EXIT
           PERFORM 0002-RELEASE-ONE-HOLD THRU 0002-EXIT
               UNTIL WS-ASKED-EMPLOYEEID IS EQUAL TO ZEROES
           MOVE SPACES TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           MOVE WS-RELEASE-COUNT TO WS-ATL-COUNT
           MOVE WS-RELEASE-TOTAL TO WS-ATL-AMOUNT
           MOVE WS-AUDIT-TOTAL-LINE TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           CLOSE AUDITLISTFILE
           CLOSE PAYHOLDFILE
           DISPLAY "PAYRELEASE - PAYMENTS RELEASED: ", WS-RELEASE-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * ONLY A PAYMENT HELD ON THE RUN LAST COMPARED CAN BE
      * RELEASED; A HOLD LEFT OVER FROM AN EARLIER RUN NO LONGER
      * STANDS BETWEEN ANYONE AND THE BANK.
       0002-RELEASE-ONE-HOLD.
           DISPLAY "Employee ID to release (zero to quit):"
           ACCEPT WS-ASKED-EMPLOYEEID
           IF WS-ASKED-EMPLOYEEID IS NOT NUMERIC
               MOVE ZEROES TO WS-ASKED-EMPLOYEEID
           END-IF
           IF WS-ASKED-EMPLOYEEID IS EQUAL TO ZEROES
               GO TO 0002-EXIT
           END-IF
           MOVE "N" TO WS-HOLD-FOUND-SW
           MOVE WS-ASKED-EMPLOYEEID TO HD-EMPLOYEEID
           READ PAYHOLDFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HOLD-FOUND TO TRUE
           END-READ
           IF NOT WS-HOLD-FOUND OR HD-RUN-DATE IS NOT EQUAL TO
               WS-COMPARED-RUN-DATE
               DISPLAY "Employee ", WS-ASKED-EMPLOYEEID,
                   " has no payment held on the pay run of ",
                   WS-COMPARED-RUN-DATE, "."
               GO TO 0002-EXIT
           END-IF
           MOVE HD-PREV-NET TO WS-SHOW-PREV-NET
           MOVE HD-CURR-NET TO WS-SHOW-CURR-NET
           MOVE HD-PREV-GROSS TO WS-SHOW-PREV-GROSS
           MOVE HD-CURR-GROSS TO WS-SHOW-CURR-GROSS
           DISPLAY "Employee ", HD-EMPLOYEEID, " held: ", HD-REASON
           DISPLAY "Net   was ", WS-SHOW-PREV-NET, " now ",
               WS-SHOW-CURR-NET
           DISPLAY "Gross was ", WS-SHOW-PREV-GROSS, " now ",
               WS-SHOW-CURR-GROSS
           IF HD-RELEASED
               DISPLAY "Payment was already released on ",
                   HD-STATUS-DATE, " by ", HD-RELEASE-OPERATOR, "."
               GO TO 0002-EXIT
           END-IF
           DISPLAY "Release this payment? Y/N"
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "Payment stays held."
               GO TO 0002-EXIT
           END-IF
           SET HD-RELEASED TO TRUE
           MOVE WS-TODAY TO HD-STATUS-DATE
           MOVE SGN-OPERATOR-ID TO HD-RELEASE-OPERATOR
           REWRITE PAYHOLDDETAILS
               INVALID KEY
                   DISPLAY "PAYRELEASE - REWRITE FAILED FOR ",
                       HD-EMPLOYEEID, " STATUS ",
                       WS-PAYHOLD-FILE-STATUS
                   GO TO 0002-EXIT
           END-REWRITE
           ADD 1 TO WS-RELEASE-COUNT
           ADD HD-CURR-NET TO WS-RELEASE-TOTAL
           MOVE HD-EMPLOYEEID TO WS-ADL-EMPLOYEEID
           MOVE HD-REASON TO WS-ADL-REASON
           MOVE HD-PREV-NET TO WS-ADL-PREV-NET
           MOVE HD-CURR-NET TO WS-ADL-CURR-NET
           MOVE HD-PREV-GROSS TO WS-ADL-PREV-GROSS
           MOVE HD-CURR-GROSS TO WS-ADL-CURR-GROSS
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           DISPLAY "Payment released; it goes out on the next "
               "DDEXTRACT.".
       0002-EXIT.
           EXIT.
       0002-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM PAYRELEASE.
