      * CARD SETTLEMENT RECONCILIATION               *
      * MATCHES EACH ENTRY ON THE PROCESSOR'S DAILY  *
      * SETTLEMENT FILE TO A SAME-DAY 'K' CARD SALE  *
      * (OR CARD PAYMENT ON A LAYAWAY, A HOUSE       *
      * ACCOUNT OR A SPECIAL ORDER)                  *
      * IN THE SALES LOG BY AMOUNT AND A 30-MINUTE   *
      * TIME WINDOW, AND REPORTS MATCHED TOTALS,     *
      * OUR-SIDE-ONLY SALES, AND PROCESSOR-ONLY      *
       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-SALE-VIEW REDEFINES SALESLOG-RECORD.
           05  SRV-REC-TYPE            PIC X.
               88  SRV-REC-IS-SALE         VALUE 'S'.
               88  SRV-REC-IS-LAYAWAY      VALUE 'L'.
               88  SRV-REC-IS-ACCT-PAYMENT VALUE 'A'.
               88  SRV-REC-IS-SPECIAL-ORDER VALUE 'D'.
           05  FILLER                  PIC X(1).
           05  SRV-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
       0002-END.

       0003-CHECK-ONE-SALE.
           IF (SRV-REC-IS-SALE OR SRV-REC-IS-LAYAWAY OR
               SRV-REC-IS-ACCT-PAYMENT OR
               SRV-REC-IS-SPECIAL-ORDER) AND
               SRV-TENDER-CARD AND SRV-DATE IS EQUAL TO WS-RUN-DATE
               MOVE SRV-TENDERED TO WS-TENDERED-WORK
               MOVE SRV-CHANGE TO WS-CHANGE-WORK
               IF WS-TENDERED-WORK IS GREATER THAN ZEROES
