      * AND BANK ENTRIES WITH NO DEPOSIT RECORD -    *
      * THE SAME UNMATCHED-ITEM TREATMENT            *
      * SETTLERECON GIVES CARD SETTLEMENTS.          *
      * PAYROLL CHECKS PAID ON THE SAME STATEMENT    *
      * CARRY A CHECK NUMBER AND ARE LEFT TO         *
      * CHKRECON.                                    *
      ************************************************

       ENVIRONMENT DIVISION.
           05  BD-DATE               PIC 9(8).
           05  BD-REGISTER           PIC X(2).
           05  BD-AMOUNT             PIC 9(7)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==BD-STORE-CODE==.

       FD  BANKSTMTFILE.
       01  BANKSTMTDETAILS.
           88  BANKSTMT-EOF          VALUE HIGH-VALUES.
           05  BS-DATE               PIC 9(8).
           05  BS-AMOUNT             PIC 9(7)V99.
           05  BS-CHECK-NUMBER       PIC 9(8).

       FD  DEPRECONREPORTFILE.
       01  DEPRECON-REPORT-LINE      PIC X(132).
       0004-END.

       0005-MATCH-ONE-ENTRY.
           IF BS-CHECK-NUMBER IS NOT NUMERIC OR
               BS-CHECK-NUMBER IS EQUAL TO ZEROES
               PERFORM 0008-MATCH-ONE-DEPOSIT-ENTRY
           END-IF
           READ BANKSTMTFILE
               AT END SET BANKSTMT-EOF TO TRUE
           END-IF.
       0007-END.

       0008-MATCH-ONE-DEPOSIT-ENTRY.
           ADD BS-AMOUNT TO WS-BANK-TOTAL
           MOVE ZEROES TO WS-MATCH-IDX
           PERFORM 0007-TRY-ONE-DEPOSIT
               VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX IS GREATER THAN WS-DEP-COUNT
                   OR WS-MATCH-IDX IS GREATER THAN ZEROES
           IF WS-MATCH-IDX IS GREATER THAN ZEROES
               MOVE 'Y' TO WS-DPE-MATCHED-SW(WS-MATCH-IDX)
               ADD 1 TO WS-MATCHED-COUNT
               ADD BS-AMOUNT TO WS-MATCHED-TOTAL
           ELSE
               ADD 1 TO WS-THEIRS-ONLY-COUNT
               ADD BS-AMOUNT TO WS-THEIRS-ONLY-TOTAL
               MOVE "BANK ONLY       " TO WS-UDL-SIDE
               MOVE BS-DATE TO WS-UDL-DATE
               MOVE BS-AMOUNT TO WS-UDL-AMOUNT
               MOVE WS-UNMATCHED-DETAIL-LINE
                   TO DEPRECON-REPORT-LINE
               WRITE DEPRECON-REPORT-LINE
           END-IF.
       0008-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
