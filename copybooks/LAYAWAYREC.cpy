      *****************************************************
      * LAYAWAYREC - SHARED LAYAWAY ACCOUNT RECORD         *
      * ONE ACCOUNT ON LAYAWAY.DAT IS A HEADER RECORD      *
      * (LINE 000) CARRYING THE CUSTOMER, DUE DATE, TICKET *
      * TOTALS AND MONEY PAID, FOLLOWED BY ONE DETAIL      *
      * RECORD PER ITEM RESERVED (LINES 001 UP). PETSTORE  *
      * OPENS AND PAYS ON ACCOUNTS, LAYAGE AGES AND        *
      * FORFEITS THEM, AND THE LEDGER EXTRACT PICKS UP THE *
      * NIGHT'S FORFEITURES FROM THE HEADER.               *
      *****************************************************
       01  LAYAWAY-RECORD.
           88  LAYAWAY-EOF               VALUE HIGH-VALUES.
           02  LA-KEY.
               05  LA-NUMBER             PIC 9(6).
               05  LA-LINE               PIC 9(3).
                   88  LA-IS-HEADER          VALUE ZEROES.
           02  LA-HEADER-DATA.
               05  LA-CUSTOMER           PIC 9(7).
               05  LA-OPEN-DATE          PIC 9(8).
               05  LA-DUE-DATE           PIC 9(8).
               05  LA-STATUS             PIC X(1).
                   88  LA-STATUS-OPEN        VALUE "O".
                   88  LA-STATUS-COMPLETED   VALUE "C".
                   88  LA-STATUS-FORFEITED   VALUE "F".
               05  LA-ITEM-COUNT         PIC 9(3).
               05  LA-TOTAL-QUANTITY     PIC 9(3).
               05  LA-TOTAL-COST         PIC 9(5)V99.
               05  LA-DISCOUNT-RATE      PIC 9V99.
               05  LA-DISCOUNT-AMOUNT    PIC 9(5)V99.
               05  LA-TAX-AMOUNT         PIC 9(5)V99.
               05  LA-TICKET-TOTAL       PIC 9(5)V99.
               05  LA-PAID-TO-DATE       PIC 9(5)V99.
               05  LA-LAST-PAYMENT-DATE  PIC 9(8).
               05  LA-CLOSE-DATE         PIC 9(8).
               05  LA-FEE-KEPT           PIC 9(5)V99.
               05  LA-CASHIER-ID         PIC X(8).
           02  LA-DETAIL-DATA REDEFINES LA-HEADER-DATA.
               05  LA-ITEM-CODE          PIC X(6).
               05  LA-DESCRIPTION        PIC X(10).
               05  LA-PRICE              PIC 999V99.
               05  LA-QUANTITY           PIC 999.
               05  LA-ITEM-COST          PIC 999V99.
               05  LA-PROMO-SW           PIC X(1).
               05  LA-UNIT-COST          PIC 999V99.
               05  LA-TAXABLE-SW         PIC X(1).
               05  FILLER                PIC X(63).
