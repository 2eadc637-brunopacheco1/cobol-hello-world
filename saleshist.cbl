      * VERIFIES CLEAN IS WRITTEN OUT AND ITS        *
      * DAILIES PURGED, SO THE ANALYSIS PROGRAMS     *
      * STOP RE-READING A GROWING PILE OF DAILIES.   *
      * BOTH KINDS OF RECORD ARE KEPT APART BY STORE *
      * SO THE ANALYSIS CAN STILL SPLIT A CLOSED     *
      * MONTH BETWEEN THE TWO SHOPS. A CUSTOMER      *
      * RECORD PER STORE AND MEMBER (LAST VISIT,     *
      * VISITS, NET SPEND) KEEPS THE MEMBER HISTORY  *
      * THAT CUSTSEG SCORES ONCE THE DAILIES GO, AND *
      * AN HOUR RECORD PER DATE, STORE, HOUR AND     *
      * CASHIER (SALES AND RETURNS APART) KEEPS THE  *
      * REGISTER TRAFFIC THAT HOURRPT REPORTS.       *
      ************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.
       01  DAILY-ITEM-VIEW REDEFINES DAILY-LOG-RECORD.
           05  HIV-REC-TYPE            PIC X.
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER                  PIC X(1).
           05  HIV-DATE                PIC X(8).
           05  FILLER                  PIC X(71).
           COPY STORECODE REPLACING ==:NAME:== BY ==HIV-STORE-CODE==.
       01  DAILY-SALE-VIEW REDEFINES DAILY-LOG-RECORD.
           05  FILLER                  PIC X(1).
           05  FILLER                  PIC X(1).
           05  HSV-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
           05  HSV-HOUR                PIC 9(2).
           05  FILLER                  PIC X(7).
           COPY QTYFLD REPLACING ==:NAME:== BY ==HSV-QUANTITY==
               ==:WIDTH:== BY ==ZZ999==.
           05  FILLER                  PIC X(1).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==HSV-TOTAL==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(1).
           05  HSV-TENDER-TYPE         PIC X.
           05  FILLER                  PIC X(42).
           05  HSV-CASHIER-ID          PIC X(8).
           05  FILLER                  PIC X(4).
           05  HSV-CUSTOMER-NUMBER     PIC X(7).
               88  HSV-NO-CUSTOMER         VALUE SPACES "0000000".
           05  FILLER                  PIC X(7).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==HSV-TAX-AMOUNT==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(7).
           COPY STORECODE REPLACING ==:NAME:== BY ==HSV-STORE-CODE==.
       01  DAILY-TRAILER-VIEW REDEFINES DAILY-LOG-RECORD.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==DL==.
           02  FILLER                  PIC X(93).

       FD  SALESHISTFILE.
       01  SALESHISTDETAILS.
           05  SH-REC-TYPE           PIC X.
               88  SH-REC-IS-ITEM        VALUE 'I'.
               88  SH-REC-IS-TENDER      VALUE 'T'.
               88  SH-REC-IS-CUSTOMER    VALUE 'C'.
               88  SH-REC-IS-HOUR        VALUE 'H'.
           05  SH-DATE               PIC 9(8).
           05  SH-ITEM-DATA.
               10  SH-ITEM-CODE      PIC X(6).
               10  SH-DESCRIPTION    PIC X(10).
           05  SH-CUSTOMER-DATA REDEFINES SH-ITEM-DATA.
               10  SH-CUSTOMER-NUMBER PIC 9(7).
               10  FILLER            PIC X(9).
           05  SH-HOUR-DATA REDEFINES SH-ITEM-DATA.
               10  SH-HOUR           PIC 9(2).
               10  SH-HOUR-KIND      PIC X(1).
                   88  SH-HOUR-IS-SALE   VALUE 'S'.
                   88  SH-HOUR-IS-RETURN VALUE 'R'.
               10  FILLER            PIC X(13).
           05  SH-CASHIER-ID         PIC X(8).
           05  SH-TENDER-TYPE        PIC X.
           05  SH-UNITS              PIC 9(7).
           05  SH-COUNT              PIC 9(5).
           05  SH-AMOUNT             PIC 9(9)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==SH-STORE-CODE==.

       FD  ROLLUPREPORTFILE.
       01  ROLLUP-REPORT-LINE        PIC X(132).
           05  WS-TENDER-COUNT      PIC 9(3) VALUE ZEROES.
           05  WS-TENDER-IDX        PIC 9(3) VALUE ZEROES.
           05  WS-CURR-TENDER-IDX   PIC 9(3) VALUE ZEROES.
           05  WS-CUST-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-CUST-IDX          PIC 9(3) VALUE ZEROES.
           05  WS-CURR-CUST-IDX     PIC 9(3) VALUE ZEROES.
           05  WS-HOUR-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-HOUR-IDX          PIC 9(4) VALUE ZEROES.
           05  WS-CURR-HOUR-IDX     PIC 9(4) VALUE ZEROES.
           05  WS-SALE-TAX-WORK     PIC 9(5)V99 VALUE ZEROES.

       01  WS-DAILY-FILENAME.
           05  FILLER               PIC X(9) VALUE "saleslog_".
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-ITM-DATE          PIC 9(8).
               10  WS-ITM-STORE-CODE    PIC X(2).
               10  WS-ITM-CODE          PIC X(6).
               10  WS-ITM-DESCRIPTION   PIC X(10).
               10  WS-ITM-UNITS         PIC 9(7).
       01  WS-TENDER-TABLE.
           05  WS-TENDER-ENTRY OCCURS 200 TIMES.
               10  WS-TND-DATE          PIC 9(8).
               10  WS-TND-STORE-CODE    PIC X(2).
               10  WS-TND-CASHIER       PIC X(8).
               10  WS-TND-TYPE          PIC X.
               10  WS-TND-COUNT         PIC 9(5).
               10  WS-TND-AMOUNT        PIC 9(9)V99.

       01  WS-CUSTOMER-TABLE.
           05  WS-CUST-ENTRY OCCURS 500 TIMES.
               10  WS-CST-STORE-CODE    PIC X(2).
               10  WS-CST-NUMBER        PIC X(7).
               10  WS-CST-LAST-DATE     PIC 9(8).
               10  WS-CST-VISITS        PIC 9(5).
               10  WS-CST-SPEND         PIC S9(9)V99.

       01  WS-HOUR-TABLE.
           05  WS-HOUR-ENTRY OCCURS 2000 TIMES.
               10  WS-HRS-DATE          PIC 9(8).
               10  WS-HRS-STORE-CODE    PIC X(2).
               10  WS-HRS-HOUR          PIC 9(2).
               10  WS-HRS-CASHIER       PIC X(8).
               10  WS-HRS-KIND          PIC X(1).
               10  WS-HRS-TICKETS       PIC 9(5).
               10  WS-HRS-UNITS         PIC 9(7).
               10  WS-HRS-AMOUNT        PIC 9(9)V99.

       01  WS-ROLLUP-HEADING-1.
           05  FILLER             PIC X(38) VALUE
               "PETSTORE - SALES HISTORY ROLLUP".
           PERFORM 0010-PRINT-ROLLUP-REPORT
           DISPLAY "SALESHIST - DAYS ROLLED: ", WS-DAYS-ROLLED,
               " ITEM RECORDS: ", WS-ITEM-COUNT,
               " TENDER RECORDS: ", WS-TENDER-COUNT,
               " CUSTOMER RECORDS: ", WS-CUST-COUNT,
               " HOUR RECORDS: ", WS-HOUR-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

               END-IF
           ELSE
               ADD 1 TO WS-RECORD-COUNT
               IF HIV-STORE-CODE IS EQUAL TO SPACES
                   MOVE "01" TO HIV-STORE-CODE
               END-IF
               IF HIV-REC-IS-ITEM
                   PERFORM 0004-TALLY-ITEM-LINE
               ELSE
                   ADD WS-SALE-TOTAL-WORK TO WS-AMOUNT-HASH
                   IF HIV-REC-IS-SALE OR HIV-REC-IS-RETURN
                       PERFORM 0005-TALLY-TENDER-LINE
                       IF NOT HSV-NO-CUSTOMER
                           PERFORM 0014-TALLY-CUSTOMER-LINE
                       END-IF
                       PERFORM 0017-TALLY-HOUR-LINE
                   END-IF
               END-IF
           END-IF
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-CURR-ITEM-IDX
                   MOVE HIV-DATE TO WS-ITM-DATE(WS-CURR-ITEM-IDX)
                   MOVE HIV-STORE-CODE TO
                       WS-ITM-STORE-CODE(WS-CURR-ITEM-IDX)
                   MOVE HIV-ITEM-CODE TO
                       WS-ITM-CODE(WS-CURR-ITEM-IDX)
                   MOVE HIV-ITEM-DESCRIPTION TO
                   ADD 1 TO WS-TENDER-COUNT
                   MOVE WS-TENDER-COUNT TO WS-CURR-TENDER-IDX
                   MOVE HSV-DATE TO WS-TND-DATE(WS-CURR-TENDER-IDX)
                   MOVE HSV-STORE-CODE TO
                       WS-TND-STORE-CODE(WS-CURR-TENDER-IDX)
                   MOVE HSV-CASHIER-ID TO
                       WS-TND-CASHIER(WS-CURR-TENDER-IDX)
                   MOVE HSV-TENDER-TYPE TO
           PERFORM 0012-WRITE-ONE-TENDER-RECORD
               VARYING WS-TENDER-IDX FROM 1 BY 1
               UNTIL WS-TENDER-IDX IS GREATER THAN WS-TENDER-COUNT
           PERFORM 0016-WRITE-ONE-CUSTOMER-RECORD
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX IS GREATER THAN WS-CUST-COUNT
           PERFORM 0019-WRITE-ONE-HOUR-RECORD
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX IS GREATER THAN WS-HOUR-COUNT
           CLOSE SALESHISTFILE.
       0006-END.

       0007-MATCH-ONE-ITEM.
           IF WS-ITM-CODE(WS-ITEM-IDX) IS EQUAL TO HIV-ITEM-CODE
               AND WS-ITM-DATE(WS-ITEM-IDX) IS EQUAL TO HIV-DATE
               AND WS-ITM-STORE-CODE(WS-ITEM-IDX) IS EQUAL TO
                   HIV-STORE-CODE
               MOVE WS-ITEM-IDX TO WS-CURR-ITEM-IDX
           END-IF.
       0007-END.
               WS-TND-CASHIER(WS-TENDER-IDX) IS EQUAL TO
                   HSV-CASHIER-ID AND
               WS-TND-TYPE(WS-TENDER-IDX) IS EQUAL TO
                   HSV-TENDER-TYPE AND
               WS-TND-STORE-CODE(WS-TENDER-IDX) IS EQUAL TO
                   HSV-STORE-CODE
               MOVE WS-TENDER-IDX TO WS-CURR-TENDER-IDX
           END-IF.
       0008-END.
           MOVE WS-TENDER-COUNT TO WS-RTL-COUNT
           MOVE WS-ROLLUP-TOTAL-LINE TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE "CUSTOMER RECORDS WRITTEN:" TO WS-RTL-LABEL
           MOVE WS-CUST-COUNT TO WS-RTL-COUNT
           MOVE WS-ROLLUP-TOTAL-LINE TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           MOVE "HOUR RECORDS WRITTEN:" TO WS-RTL-LABEL
           MOVE WS-HOUR-COUNT TO WS-RTL-COUNT
           MOVE WS-ROLLUP-TOTAL-LINE TO ROLLUP-REPORT-LINE
           WRITE ROLLUP-REPORT-LINE
           CLOSE ROLLUPREPORTFILE.
       0010-END.

           MOVE WS-ITM-UNITS(WS-ITEM-IDX) TO SH-UNITS
           MOVE ZEROES TO SH-COUNT
           MOVE WS-ITM-REVENUE(WS-ITEM-IDX) TO SH-AMOUNT
           MOVE WS-ITM-STORE-CODE(WS-ITEM-IDX) TO SH-STORE-CODE
           WRITE SALESHISTDETAILS.
       0011-END.

           MOVE ZEROES TO SH-UNITS
           MOVE WS-TND-COUNT(WS-TENDER-IDX) TO SH-COUNT
           MOVE WS-TND-AMOUNT(WS-TENDER-IDX) TO SH-AMOUNT
           MOVE WS-TND-STORE-CODE(WS-TENDER-IDX) TO SH-STORE-CODE
           WRITE SALESHISTDETAILS.
       0012-END.

           END-IF.
       0013-END.

      * A MEMBER'S SALES COUNT AS VISITS AND ADD TO SPEND; THEIR
      * RETURNS COME OFF SPEND. THE LATEST SALE DATE IN THE MONTH
      * IS KEPT AS THE LAST VISIT.
       0014-TALLY-CUSTOMER-LINE.
           MOVE ZEROES TO WS-CURR-CUST-IDX
           PERFORM 0015-MATCH-ONE-CUSTOMER
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX IS GREATER THAN WS-CUST-COUNT
           IF WS-CURR-CUST-IDX IS EQUAL TO ZEROES
               IF WS-CUST-COUNT IS EQUAL TO 500
                   DISPLAY "SALESHIST - CUSTOMER TABLE FULL (500 "
                       "MAX), MEMBER ", HSV-CUSTOMER-NUMBER,
                       " DROPPED"
               ELSE
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-CUST-COUNT TO WS-CURR-CUST-IDX
                   MOVE HSV-STORE-CODE TO
                       WS-CST-STORE-CODE(WS-CURR-CUST-IDX)
                   MOVE HSV-CUSTOMER-NUMBER TO
                       WS-CST-NUMBER(WS-CURR-CUST-IDX)
                   MOVE ZEROES TO WS-CST-LAST-DATE(WS-CURR-CUST-IDX)
                   MOVE ZEROES TO WS-CST-VISITS(WS-CURR-CUST-IDX)
                   MOVE ZEROES TO WS-CST-SPEND(WS-CURR-CUST-IDX)
               END-IF
           END-IF
           IF WS-CURR-CUST-IDX IS GREATER THAN ZEROES
               IF HIV-REC-IS-SALE
                   ADD 1 TO WS-CST-VISITS(WS-CURR-CUST-IDX)
                   ADD WS-SALE-TOTAL-WORK TO
                       WS-CST-SPEND(WS-CURR-CUST-IDX)
                   IF HSV-DATE IS GREATER THAN
                       WS-CST-LAST-DATE(WS-CURR-CUST-IDX)
                       MOVE HSV-DATE TO
                           WS-CST-LAST-DATE(WS-CURR-CUST-IDX)
                   END-IF
               ELSE
                   SUBTRACT WS-SALE-TOTAL-WORK FROM
                       WS-CST-SPEND(WS-CURR-CUST-IDX)
               END-IF
           END-IF.
       0014-END.

       0015-MATCH-ONE-CUSTOMER.
           IF WS-CST-NUMBER(WS-CUST-IDX) IS EQUAL TO
               HSV-CUSTOMER-NUMBER AND
               WS-CST-STORE-CODE(WS-CUST-IDX) IS EQUAL TO
                   HSV-STORE-CODE
               MOVE WS-CUST-IDX TO WS-CURR-CUST-IDX
           END-IF.
       0015-END.

      * A MEMBER WHO ONLY RETURNED GOODS IN THE MONTH HAS NO VISIT
      * DATE OF THEIR OWN, SO THE RECORD TAKES THE MONTH'S FIRST
      * DAY; NET SPEND BELOW ZERO IS CARRIED AS ZERO.
       0016-WRITE-ONE-CUSTOMER-RECORD.
           MOVE SPACES TO SALESHISTDETAILS
           MOVE 'C' TO SH-REC-TYPE
           IF WS-CST-LAST-DATE(WS-CUST-IDX) IS EQUAL TO ZEROES
               MOVE WS-DFN-YEARMONTH TO WS-CST-LAST-DATE(WS-CUST-IDX)
               MULTIPLY 100 BY WS-CST-LAST-DATE(WS-CUST-IDX)
               ADD 1 TO WS-CST-LAST-DATE(WS-CUST-IDX)
           END-IF
           MOVE WS-CST-LAST-DATE(WS-CUST-IDX) TO SH-DATE
           MOVE WS-CST-NUMBER(WS-CUST-IDX) TO SH-CUSTOMER-NUMBER
           MOVE SPACES TO SH-CASHIER-ID
           MOVE SPACE TO SH-TENDER-TYPE
           MOVE ZEROES TO SH-UNITS
           MOVE WS-CST-VISITS(WS-CUST-IDX) TO SH-COUNT
           IF WS-CST-SPEND(WS-CUST-IDX) IS LESS THAN ZEROES
               MOVE ZEROES TO SH-AMOUNT
           ELSE
               MOVE WS-CST-SPEND(WS-CUST-IDX) TO SH-AMOUNT
           END-IF
           MOVE WS-CST-STORE-CODE(WS-CUST-IDX) TO SH-STORE-CODE
           WRITE SALESHISTDETAILS.
       0016-END.

      * SALES AND RETURNS ARE TALLIED APART SO EVERY FIGURE ON THE
      * HOUR RECORD STAYS UNSIGNED; THE AMOUNT IS NET OF TAX.
       0017-TALLY-HOUR-LINE.
           MOVE HSV-QUANTITY TO WS-LINE-QUANTITY
           MOVE HSV-TAX-AMOUNT TO WS-SALE-TAX-WORK
           MOVE ZEROES TO WS-CURR-HOUR-IDX
           PERFORM 0018-MATCH-ONE-HOUR
               VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX IS GREATER THAN WS-HOUR-COUNT
           IF WS-CURR-HOUR-IDX IS EQUAL TO ZEROES
               IF WS-HOUR-COUNT IS EQUAL TO 2000
                   DISPLAY "SALESHIST - HOUR TABLE FULL (2000 "
                       "MAX), RECORD DROPPED"
               ELSE
                   ADD 1 TO WS-HOUR-COUNT
                   MOVE WS-HOUR-COUNT TO WS-CURR-HOUR-IDX
                   MOVE HSV-DATE TO WS-HRS-DATE(WS-CURR-HOUR-IDX)
                   MOVE HSV-STORE-CODE TO
                       WS-HRS-STORE-CODE(WS-CURR-HOUR-IDX)
                   MOVE HSV-HOUR TO WS-HRS-HOUR(WS-CURR-HOUR-IDX)
                   MOVE HSV-CASHIER-ID TO
                       WS-HRS-CASHIER(WS-CURR-HOUR-IDX)
                   MOVE HIV-REC-TYPE TO WS-HRS-KIND(WS-CURR-HOUR-IDX)
                   MOVE ZEROES TO WS-HRS-TICKETS(WS-CURR-HOUR-IDX)
                   MOVE ZEROES TO WS-HRS-UNITS(WS-CURR-HOUR-IDX)
                   MOVE ZEROES TO WS-HRS-AMOUNT(WS-CURR-HOUR-IDX)
               END-IF
           END-IF
           IF WS-CURR-HOUR-IDX IS GREATER THAN ZEROES
               ADD 1 TO WS-HRS-TICKETS(WS-CURR-HOUR-IDX)
               ADD WS-LINE-QUANTITY TO WS-HRS-UNITS(WS-CURR-HOUR-IDX)
               ADD WS-SALE-TOTAL-WORK TO
                   WS-HRS-AMOUNT(WS-CURR-HOUR-IDX)
               SUBTRACT WS-SALE-TAX-WORK FROM
                   WS-HRS-AMOUNT(WS-CURR-HOUR-IDX)
           END-IF.
       0017-END.

       0018-MATCH-ONE-HOUR.
           IF WS-HRS-DATE(WS-HOUR-IDX) IS EQUAL TO HSV-DATE AND
               WS-HRS-HOUR(WS-HOUR-IDX) IS EQUAL TO HSV-HOUR AND
               WS-HRS-CASHIER(WS-HOUR-IDX) IS EQUAL TO
                   HSV-CASHIER-ID AND
               WS-HRS-KIND(WS-HOUR-IDX) IS EQUAL TO HIV-REC-TYPE AND
               WS-HRS-STORE-CODE(WS-HOUR-IDX) IS EQUAL TO
                   HSV-STORE-CODE
               MOVE WS-HOUR-IDX TO WS-CURR-HOUR-IDX
           END-IF.
       0018-END.

       0019-WRITE-ONE-HOUR-RECORD.
           MOVE SPACES TO SALESHISTDETAILS
           MOVE 'H' TO SH-REC-TYPE
           MOVE WS-HRS-DATE(WS-HOUR-IDX) TO SH-DATE
           MOVE WS-HRS-HOUR(WS-HOUR-IDX) TO SH-HOUR
           MOVE WS-HRS-KIND(WS-HOUR-IDX) TO SH-HOUR-KIND
           MOVE WS-HRS-CASHIER(WS-HOUR-IDX) TO SH-CASHIER-ID
           MOVE SPACE TO SH-TENDER-TYPE
           MOVE WS-HRS-UNITS(WS-HOUR-IDX) TO SH-UNITS
           MOVE WS-HRS-TICKETS(WS-HOUR-IDX) TO SH-COUNT
           MOVE WS-HRS-AMOUNT(WS-HOUR-IDX) TO SH-AMOUNT
           MOVE WS-HRS-STORE-CODE(WS-HOUR-IDX) TO SH-STORE-CODE
           WRITE SALESHISTDETAILS.
       0019-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
