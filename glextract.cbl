      * TURNS THE NIGHT'S RESULTS INTO BALANCED      *
      * DEBIT/CREDIT POSTING RECORDS: SALARY EXPENSE *
      * AND RAISES FROM THE EMPLOYEES RUN STATS,     *
      * THE EMPLOYER'S OWN PAYROLL TAX AND BENEFIT   *
      * COST ACCRUED BY THE SAME RUN, PLUS THE GROSS *
      * AND EMPLOYER COST OF ANY FINAL PAY ISSUED    *
      * TODAY,                                       *
      * CASH/CARD/CHECK TAKINGS, TAX COLLECTED, AND  *
      * DISCOUNTS GIVEN FROM THE DAY'S SALES LOG.    *
      * LAYAWAY PAYMENTS ARE HELD AS DEPOSITS UNTIL  *
      * THE FINAL PAYMENT RINGS THE SALE; LAYAWAYS   *
      * FORFEITED BY THE NIGHT'S LAYAGE RUN MOVE     *
      * THEIR DEPOSITS TO FEES KEPT AND REFUNDS DUE. *
      * SALES CHARGED TO A HOUSE ACCOUNT DEBIT THE   *
      * HOUSE RECEIVABLE, AND PAYMENTS ON ACCOUNT    *
      * CREDIT IT BACK INSTEAD OF COUNTING AS SALES. *
      * SPECIAL ORDER DEPOSITS ARE HELD THE SAME WAY *
      * AS LAYAWAY DEPOSITS UNTIL THE PICK-UP RINGS  *
      * THE SALE.                                    *
      * VENDOR INVOICES APPROVED TONIGHT ON THE      *
      * PAYABLES VOUCHER FILE DEBIT PURCHASES AND    *
      * CREDIT ACCOUNTS PAYABLE; VOUCHERS PAID       *
      * TONIGHT RELIEVE PAYABLES AGAINST CASH.       *
      * INVOICE LINES FOR A CUSTOMER SPECIAL ORDER   *
      * NEVER PASS THROUGH STOCK, SO THEY ARE        *
      * CHARGED STRAIGHT TO COST OF GOODS INSTEAD    *
      * OF PURCHASES.                                *
      * THE DAY'S STOCK LEDGER MOVES INVENTORY AT    *
      * COST: SALES, RETURNS AND LAYAWAY GOODS       *
      * AGAINST COST OF GOODS, RECEIPTS AGAINST THE  *
      * AP PURCHASES CLEARING ACCOUNT THE APPROVED   *
      * VOUCHERS CLEAR, COUNTS, MAINTENANCE AND      *
      * EXPIRED LOTS AND LIVE ANIMAL DEATHS WRITTEN  *
      * OFF AGAINST INVENTORY ADJUSTMENTS, AND GOODS *
      * PULLED FOR RETURN TO VENDOR AGAINST RTV      *
      * PENDING. A VENDOR CREDIT MEMO RECORDED       *
      * TONIGHT RELIEVES RTV PENDING AGAINST         *
      * ACCOUNTS PAYABLE, ANY DIFFERENCE GOING TO    *
      * RTV VARIANCE.                                *
      * ACCOUNT NUMBERS COME FROM THE GLACCOUNTS.DAT *
      * REFERENCE FILE (UNKNOWN KEYS POST TO THE     *
      * 999999 SUSPENSE ACCOUNT WITH A WARNING), AND *
      * THE PRINTED PROOF SHEET SHOWS THE BATCH      *
      * BALANCING TO ZERO.                           *
      * A RUN DATED INTO A PERIOD CLOSED ON          *
      * GLPERIOD.DAT POSTS TO THE NEXT OPEN PERIOD   *
      * INSTEAD, FLAGGED AS A PRIOR-PERIOD           *
      * ADJUSTMENT AND LOGGED TO GLREDIRECT.DAT.     *
      ************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-STATUS.

           SELECT LAYAWAYFILE ASSIGN "layaway.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LAYAWAY-STATUS.

           SELECT VOUCHERFILE ASSIGN "vouchers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VO-KEY
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT PURCHORDFILE ASSIGN "purchord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHORD-STATUS.

           SELECT STOCKLEDGERFILE ASSIGN "stockledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDGER-STATUS.

           SELECT RTVFILE ASSIGN "rtv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RTV-STATUS.

           SELECT GLPOSTFILE ASSIGN "glpost.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT PROOFSHEETFILE ASSIGN "glproof.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLPERIODFILE ASSIGN "glperiod.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLPR-PERIOD
               FILE STATUS IS WS-GLPERIOD-STATUS.

           SELECT GLREDIRECTFILE ASSIGN "glredirect.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLREDIRECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNSTATSFILE.
           05  FILLER                 PIC X(52).

       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-SALE-VIEW REDEFINES SALESLOG-RECORD.
           05  GXV-REC-TYPE            PIC X.
               88  GXV-REC-IS-SALE         VALUE 'S'.
               88  GXV-REC-IS-RETURN       VALUE 'R'.
               88  GXV-REC-IS-LAYAWAY      VALUE 'L'.
               88  GXV-REC-IS-ACCT-PAYMENT VALUE 'A'.
               88  GXV-REC-IS-SPECIAL-ORDER VALUE 'D'.
           05  FILLER                  PIC X(1).
           05  GXV-DATE                PIC 9(8).
           05  FILLER                  PIC X(1).
               88  GXV-TENDER-CASH         VALUE 'C'.
               88  GXV-TENDER-CARD         VALUE 'K'.
               88  GXV-TENDER-CHECK        VALUE 'H'.
               88  GXV-TENDER-LAYAWAY      VALUE 'L'.
               88  GXV-TENDER-HOUSE        VALUE 'A'.
               88  GXV-TENDER-SPECIAL-ORDER VALUE 'D'.
           05  FILLER                  PIC X(1).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==GXV-TENDERED==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  GLA-ACCOUNT            PIC 9(6).
           05  GLA-DESCRIPTION        PIC X(20).

       FD  LAYAWAYFILE.
       COPY LAYAWAYREC.

       FD  VOUCHERFILE.
       COPY VOUCHERREC.

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  PURCHORDFILE.
       COPY PURCHORDREC.

       FD  RTVFILE.
       COPY RTVREC.

       FD  GLPOSTFILE.
       COPY GLPOSTREC.

       FD  PROOFSHEETFILE.
       01  PROOF-SHEET-LINE           PIC X(132).

       FD  GLPERIODFILE.
       COPY GLPERIODREC.

       FD  GLREDIRECTFILE.
       COPY GLREDIRREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLACCT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLPOST-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LAYAWAY-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-VOUCHER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-STKLEDGER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RTV-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLPERIOD-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLREDIRECT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PURCHORD-STATUS==.
           05  WS-VOUCHER-TODAY-SW  PIC X VALUE "N".
               88  WS-VOUCHER-TODAY     VALUE "Y".
           05  WS-SPECIAL-LINE-SW   PIC X VALUE "N".
               88  WS-SPECIAL-LINE      VALUE "Y".
           05  WS-RUN-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-POSTING-COUNT     PIC 9(4) VALUE ZEROES.
           05  WS-SUSPENSE-COUNT    PIC 9(4) VALUE ZEROES.
           05  WS-REDIRECT-COUNT    PIC 9(4) VALUE ZEROES.
           05  WS-REDIRECT-SW       PIC X VALUE "N".
               88  WS-REDIRECTED        VALUE "Y".
           05  WS-PERIOD-CLOSED-SW  PIC X VALUE "N".
               88  WS-PERIOD-CLOSED     VALUE "Y".

       01  WS-POST-DATE.
           05  WS-PDT-PERIOD.
               10  WS-PDT-YEAR      PIC 9(4).
               10  WS-PDT-MONTH     PIC 9(2).
           05  WS-PDT-PERIOD-NUM REDEFINES WS-PDT-PERIOD PIC 9(6).
           05  WS-PDT-DAY           PIC 9(2).
       01  WS-POST-DATE-NUM REDEFINES WS-POST-DATE PIC 9(8).

       01  WS-RUN-PERIOD-NUM        PIC 9(6) VALUE ZEROES.

       01  WS-GATHERED-FIGURES.
           05  WS-SALARY-TOTAL      PIC 9(11)V99 VALUE ZEROES.
           05  WS-RAISES-TOTAL      PIC 9(9)V99 VALUE ZEROES.
           05  WS-ER-TAX-COST       PIC 9(11)V99 VALUE ZEROES.
           05  WS-ER-BENEFIT-COST   PIC 9(11)V99 VALUE ZEROES.
           05  WS-FINAL-PAY-GROSS   PIC 9(11)V99 VALUE ZEROES.
           05  WS-FINAL-ER-TAX      PIC 9(11)V99 VALUE ZEROES.
           05  WS-FINAL-ER-BENEFIT  PIC 9(11)V99 VALUE ZEROES.
           05  WS-SALARY-EXPENSE    PIC S9(11)V99 VALUE ZEROES.
           05  WS-CASH-TAKINGS      PIC S9(9)V99 VALUE ZEROES.
           05  WS-CARD-TAKINGS      PIC S9(9)V99 VALUE ZEROES.
           05  WS-TAX-COLLECTED     PIC S9(9)V99 VALUE ZEROES.
           05  WS-DISCOUNTS-GIVEN   PIC S9(9)V99 VALUE ZEROES.
           05  WS-SALES-REVENUE     PIC S9(9)V99 VALUE ZEROES.
           05  WS-LAYAWAY-RECEIVED  PIC S9(9)V99 VALUE ZEROES.
           05  WS-LAYAWAY-APPLIED   PIC S9(9)V99 VALUE ZEROES.
           05  WS-LAYAWAY-FORFEITED PIC S9(9)V99 VALUE ZEROES.
           05  WS-LAYAWAY-FEES      PIC S9(9)V99 VALUE ZEROES.
           05  WS-LAYAWAY-REFUNDS   PIC S9(9)V99 VALUE ZEROES.
           05  WS-HOUSE-CHARGES     PIC S9(9)V99 VALUE ZEROES.
           05  WS-HOUSE-PAYMENTS    PIC S9(9)V99 VALUE ZEROES.
           05  WS-SPECORD-RECEIVED  PIC S9(9)V99 VALUE ZEROES.
           05  WS-SPECORD-APPLIED   PIC S9(9)V99 VALUE ZEROES.
           05  WS-AP-APPROVED       PIC S9(9)V99 VALUE ZEROES.
           05  WS-AP-PAID           PIC S9(9)V99 VALUE ZEROES.
           05  WS-AP-SPECIAL-ORDER  PIC S9(9)V99 VALUE ZEROES.
           05  WS-AP-PURCHASES      PIC S9(9)V99 VALUE ZEROES.
           05  WS-STOCK-COGS        PIC S9(9)V99 VALUE ZEROES.
           05  WS-STOCK-RECEIVED    PIC S9(9)V99 VALUE ZEROES.
           05  WS-STOCK-ADJUST      PIC S9(9)V99 VALUE ZEROES.
           05  WS-STOCK-RTV         PIC S9(9)V99 VALUE ZEROES.
           05  WS-RTV-CREDITS       PIC S9(9)V99 VALUE ZEROES.
           05  WS-RTV-COST-CLEARED  PIC S9(9)V99 VALUE ZEROES.
           05  WS-RTV-VARIANCE      PIC S9(9)V99 VALUE ZEROES.
           05  WS-STOCK-NET         PIC S9(9)V99 VALUE ZEROES.
           05  WS-RECORD-TOTAL      PIC 9(5)V99 VALUE ZEROES.
           05  WS-RECORD-TENDERED   PIC 9(5)V99 VALUE ZEROES.
           05  WS-RECORD-CHANGE     PIC 9(5)V99 VALUE ZEROES.
           05  WS-ACCT-COUNT        PIC 9(2) VALUE ZEROES.
           05  WS-ACCT-IDX          PIC 9(2) VALUE ZEROES.
           05  WS-CURR-ACCT-IDX     PIC 9(2) VALUE ZEROES.
           05  WS-ACCT-ENTRY OCCURS 40 TIMES.
               10  WS-ACT-SOURCE-KEY  PIC X(16).
               10  WS-ACT-ACCOUNT     PIC 9(6).
               10  WS-ACT-DESCRIPTION PIC X(20).

       01  WS-SPECIAL-PO-TABLE.
           05  WS-SPO-COUNT         PIC 9(3) VALUE ZEROES.
           05  WS-SPO-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-SPO-ENTRY OCCURS 500 TIMES.
               10  WS-SPO-NUMBER      PIC 9(6).
               10  WS-SPO-ITEM-CODE   PIC X(6).

       01  WS-PROOF-HEADING-1.
           05  FILLER             PIC X(42) VALUE
               "ACME CORPORATION - LEDGER POSTING PROOF".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PDL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-PROOF-REDIRECT-LINE.
           05  FILLER             PIC X(7)  VALUE "PERIOD ".
           05  WS-PRL-CLOSED      PIC 9(6).
           05  FILLER             PIC X(25) VALUE
               " IS CLOSED - POSTED INTO ".
           05  WS-PRL-OPEN        PIC 9(6).
           05  FILLER             PIC X(30) VALUE
               " AS PRIOR-PERIOD ADJUSTMENTS".

       01  WS-PROOF-TOTAL-LINE.
           05  WS-PTL-LABEL       PIC X(16).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PTL-AMOUNT==

       0001-RUN-LEDGER-EXTRACT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0021-RESOLVE-POSTING-DATE
           PERFORM 0002-LOAD-ACCOUNT-TABLE
           PERFORM 0003-GATHER-PAYROLL-FIGURES
           PERFORM 0004-GATHER-REGISTER-FIGURES
           PERFORM 0013-GATHER-FORFEITURES
           PERFORM 0015-GATHER-PAYABLES
           PERFORM 0017-GATHER-STOCK-MOVEMENTS
           PERFORM 0019-GATHER-VENDOR-CREDITS
           ADD WS-FINAL-PAY-GROSS TO WS-SALARY-TOTAL
           ADD WS-FINAL-ER-TAX TO WS-ER-TAX-COST
           ADD WS-FINAL-ER-BENEFIT TO WS-ER-BENEFIT-COST
           COMPUTE WS-STOCK-NET =
               WS-STOCK-COGS + WS-STOCK-RECEIVED + WS-STOCK-ADJUST +
               WS-STOCK-RTV
           COMPUTE WS-RTV-VARIANCE =
               WS-RTV-CREDITS - WS-RTV-COST-CLEARED
           COMPUTE WS-AP-PURCHASES =
               WS-AP-APPROVED - WS-AP-SPECIAL-ORDER
           COMPUTE WS-SALARY-EXPENSE =
               WS-SALARY-TOTAL - WS-RAISES-TOTAL
           COMPUTE WS-SALES-REVENUE =
               WS-CASH-TAKINGS + WS-CARD-TAKINGS +
               WS-CHECK-TAKINGS + WS-OTHER-TAKINGS +
               WS-LAYAWAY-APPLIED - WS-LAYAWAY-RECEIVED +
               WS-HOUSE-CHARGES - WS-HOUSE-PAYMENTS +
               WS-SPECORD-APPLIED - WS-SPECORD-RECEIVED +
               WS-DISCOUNTS-GIVEN - WS-TAX-COLLECTED
           OPEN OUTPUT GLPOSTFILE
           IF NOT WS-GLPOST-STATUS-OK
           WRITE PROOF-SHEET-LINE
           MOVE SPACES TO PROOF-SHEET-LINE
           WRITE PROOF-SHEET-LINE
           IF WS-REDIRECTED
               MOVE WS-RUN-PERIOD-NUM TO WS-PRL-CLOSED
               MOVE WS-PDT-PERIOD-NUM TO WS-PRL-OPEN
               MOVE WS-PROOF-REDIRECT-LINE TO PROOF-SHEET-LINE
               WRITE PROOF-SHEET-LINE
               MOVE SPACES TO PROOF-SHEET-LINE
               WRITE PROOF-SHEET-LINE
               OPEN EXTEND GLREDIRECTFILE
               IF NOT WS-GLREDIRECT-STATUS-OK
                   OPEN OUTPUT GLREDIRECTFILE
               END-IF
           END-IF
           MOVE WS-PROOF-COLUMN-HEADINGS TO PROOF-SHEET-LINE
           WRITE PROOF-SHEET-LINE
           MOVE "SALARY EXPENSE" TO WS-POST-SOURCE-KEY
           MOVE WS-SALARY-TOTAL TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "ER TAX EXPENSE" TO WS-POST-SOURCE-KEY
           MOVE WS-ER-TAX-COST TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "ER TAX PAYABLE" TO WS-POST-SOURCE-KEY
           MOVE WS-ER-TAX-COST TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "ER BENEFIT EXP" TO WS-POST-SOURCE-KEY
           MOVE WS-ER-BENEFIT-COST TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "ER BENEFIT ACCR" TO WS-POST-SOURCE-KEY
           MOVE WS-ER-BENEFIT-COST TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "CASH ON HAND" TO WS-POST-SOURCE-KEY
           MOVE WS-CASH-TAKINGS TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           MOVE WS-OTHER-TAKINGS TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "LAYAWAY DEPOSITS" TO WS-POST-SOURCE-KEY
           MOVE WS-LAYAWAY-RECEIVED TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "LAYAWAY DEPOSITS" TO WS-POST-SOURCE-KEY
           MOVE WS-LAYAWAY-APPLIED TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "LAYAWAY DEPOSITS" TO WS-POST-SOURCE-KEY
           MOVE WS-LAYAWAY-FORFEITED TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "LAYAWAY FEES" TO WS-POST-SOURCE-KEY
           MOVE WS-LAYAWAY-FEES TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "LAYAWAY REFUNDS" TO WS-POST-SOURCE-KEY
           MOVE WS-LAYAWAY-REFUNDS TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "HOUSE RECEIVABLE" TO WS-POST-SOURCE-KEY
           MOVE WS-HOUSE-CHARGES TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "HOUSE RECEIVABLE" TO WS-POST-SOURCE-KEY
           MOVE WS-HOUSE-PAYMENTS TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "SPECORD DEPOSITS" TO WS-POST-SOURCE-KEY
           MOVE WS-SPECORD-RECEIVED TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "SPECORD DEPOSITS" TO WS-POST-SOURCE-KEY
           MOVE WS-SPECORD-APPLIED TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "DISCOUNTS GIVEN" TO WS-POST-SOURCE-KEY
           MOVE WS-DISCOUNTS-GIVEN TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           MOVE WS-SALES-REVENUE TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "AP PURCHASES" TO WS-POST-SOURCE-KEY
           MOVE WS-AP-PURCHASES TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "COST OF GOODS" TO WS-POST-SOURCE-KEY
           MOVE WS-AP-SPECIAL-ORDER TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "ACCOUNTS PAYABLE" TO WS-POST-SOURCE-KEY
           MOVE WS-AP-APPROVED TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "ACCOUNTS PAYABLE" TO WS-POST-SOURCE-KEY
           MOVE WS-AP-PAID TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "AP CASH" TO WS-POST-SOURCE-KEY
           MOVE WS-AP-PAID TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "INVENTORY" TO WS-POST-SOURCE-KEY
           MOVE WS-STOCK-NET TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "COST OF GOODS" TO WS-POST-SOURCE-KEY
           MOVE WS-STOCK-COGS TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "AP PURCHASES" TO WS-POST-SOURCE-KEY
           MOVE WS-STOCK-RECEIVED TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "INVENTORY ADJUST" TO WS-POST-SOURCE-KEY
           MOVE WS-STOCK-ADJUST TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "RTV PENDING" TO WS-POST-SOURCE-KEY
           MOVE WS-STOCK-RTV TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "ACCOUNTS PAYABLE" TO WS-POST-SOURCE-KEY
           MOVE WS-RTV-CREDITS TO WS-POST-AMOUNT
           MOVE "D" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "RTV PENDING" TO WS-POST-SOURCE-KEY
           MOVE WS-RTV-COST-CLEARED TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           MOVE "RTV VARIANCE" TO WS-POST-SOURCE-KEY
           MOVE WS-RTV-VARIANCE TO WS-POST-AMOUNT
           MOVE "C" TO WS-POST-SIDE
           PERFORM 0007-POST-ONE-AMOUNT
           CLOSE GLPOSTFILE
           PERFORM 0009-PRINT-PROOF-TOTALS
           CLOSE PROOFSHEETFILE
           IF WS-REDIRECTED
               CLOSE GLREDIRECTFILE
               DISPLAY "GLEXTRACT - PRIOR-PERIOD ADJUSTMENTS: ",
                   WS-REDIRECT-COUNT, " POSTED INTO PERIOD ",
                   WS-PDT-PERIOD-NUM
           END-IF
           DISPLAY "GLEXTRACT - POSTINGS WRITTEN: ", WS-POSTING-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.
       0004-END.

       0005-GATHER-ONE-RECORD.
           IF (GXV-REC-IS-SALE OR GXV-REC-IS-RETURN OR
               GXV-REC-IS-LAYAWAY OR GXV-REC-IS-ACCT-PAYMENT OR
               GXV-REC-IS-SPECIAL-ORDER) AND
               GXV-DATE IS EQUAL TO WS-RUN-DATE
               PERFORM 0006-ACCUMULATE-ONE-RECORD
           END-IF
               ADD WS-RECORD-TAX TO WS-TAX-COLLECTED
               ADD WS-RECORD-DISCOUNT TO WS-DISCOUNTS-GIVEN
           END-IF
           IF GXV-REC-IS-LAYAWAY
               ADD WS-RECORD-TAKEN TO WS-LAYAWAY-RECEIVED
           END-IF
           IF GXV-REC-IS-ACCT-PAYMENT
               ADD WS-RECORD-TAKEN TO WS-HOUSE-PAYMENTS
           END-IF
           IF GXV-REC-IS-SPECIAL-ORDER
               ADD WS-RECORD-TAKEN TO WS-SPECORD-RECEIVED
           END-IF
           IF GXV-TENDER-HOUSE
               ADD WS-RECORD-TAKEN TO WS-HOUSE-CHARGES
           ELSE
           IF GXV-TENDER-SPECIAL-ORDER
               ADD WS-RECORD-TAKEN TO WS-SPECORD-APPLIED
           ELSE
           IF GXV-TENDER-LAYAWAY
               ADD WS-RECORD-TAKEN TO WS-LAYAWAY-APPLIED
           ELSE
           IF GXV-TENDER-CASH
               ADD WS-RECORD-TAKEN TO WS-CASH-TAKINGS
           ELSE
                       ADD WS-RECORD-TAKEN TO WS-OTHER-TAKINGS
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0006-END.

                   END-IF
               END-IF
               PERFORM 0008-FIND-ACCOUNT
               MOVE WS-POST-DATE-NUM TO GP-DATE
               MOVE WS-RUN-DATE TO GP-ORIGINAL-DATE
               MOVE WS-REDIRECT-SW TO GP-PRIOR-PERIOD-SW
               MOVE WS-POST-SIDE TO GP-DEBIT-CREDIT
               MOVE WS-POST-AMOUNT TO GP-AMOUNT
               IF WS-CURR-ACCT-IDX IS GREATER THAN ZEROES
               END-IF
               WRITE GLPOST-RECORD
               ADD 1 TO WS-POSTING-COUNT
               IF WS-REDIRECTED
                   PERFORM 0024-LOG-REDIRECTED-POSTING
               END-IF
               IF WS-POST-SIDE IS EQUAL TO "D"
                   ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
               ELSE
       0009-END.

       0010-STORE-ONE-ACCOUNT.
           IF WS-ACCT-COUNT IS LESS THAN 40
               ADD 1 TO WS-ACCT-COUNT
               MOVE GLA-SOURCE-KEY
                   TO WS-ACT-SOURCE-KEY(WS-ACCT-COUNT)
           END-READ.
       0010-END.

      * A SALARY RERUN SUPERSEDES ITS EARLIER FIGURES, SO THE LAST
      * ONE WINS. EVERY FINAL-PAY RUN PAYS DIFFERENT LEAVERS AND
      * NEVER PAYS ONE TWICE, SO ITS FIGURES ARE ADDED UP INSTEAD.
       0011-CHECK-ONE-STAT.
           IF RS-DATE IS EQUAL TO WS-RUN-DATE AND
               RS-PROGRAM IS EQUAL TO "EMPLOYEES"
               IF RS-STAT-NAME IS EQUAL TO "RAISES APPLIED"
                   MOVE RS-STAT-VALUE TO WS-RAISES-TOTAL
               END-IF
               IF RS-STAT-NAME IS EQUAL TO "EMPLOYER TAX COST"
                   MOVE RS-STAT-VALUE TO WS-ER-TAX-COST
               END-IF
               IF RS-STAT-NAME IS EQUAL TO "EMPLOYER BEN COST"
                   MOVE RS-STAT-VALUE TO WS-ER-BENEFIT-COST
               END-IF
           END-IF
           IF RS-DATE IS EQUAL TO WS-RUN-DATE AND
               RS-PROGRAM IS EQUAL TO "FINALPAY"
               IF RS-STAT-NAME IS EQUAL TO "FINAL PAY GROSS"
                   ADD RS-STAT-VALUE TO WS-FINAL-PAY-GROSS
               END-IF
               IF RS-STAT-NAME IS EQUAL TO "EMPLOYER TAX COST"
                   ADD RS-STAT-VALUE TO WS-FINAL-ER-TAX
               END-IF
               IF RS-STAT-NAME IS EQUAL TO "EMPLOYER BEN COST"
                   ADD RS-STAT-VALUE TO WS-FINAL-ER-BENEFIT
               END-IF
           END-IF
           READ RUNSTATSFILE
               AT END SET RUNSTATS-EOF TO TRUE
           END-IF.
       0012-END.

      * A LAYAWAY FORFEITED TONIGHT GIVES UP EVERYTHING PAID ON IT:
      * THE POLICY FEE IS KEPT AND THE REST IS OWED BACK TO THE
      * CUSTOMER UNTIL THE REFUND IS MADE.
       0013-GATHER-FORFEITURES.
           OPEN INPUT LAYAWAYFILE
           IF WS-LAYAWAY-STATUS-OK
               READ LAYAWAYFILE NEXT RECORD
                   AT END SET LAYAWAY-EOF TO TRUE
               END-READ
               PERFORM 0014-CHECK-ONE-LAYAWAY UNTIL LAYAWAY-EOF
               CLOSE LAYAWAYFILE
           END-IF.
       0013-END.

       0014-CHECK-ONE-LAYAWAY.
           IF LA-IS-HEADER AND LA-STATUS-FORFEITED AND
               LA-CLOSE-DATE IS EQUAL TO WS-RUN-DATE
               ADD LA-PAID-TO-DATE TO WS-LAYAWAY-FORFEITED
               ADD LA-FEE-KEPT TO WS-LAYAWAY-FEES
               COMPUTE WS-LAYAWAY-REFUNDS = WS-LAYAWAY-REFUNDS +
                   LA-PAID-TO-DATE - LA-FEE-KEPT
           END-IF
           READ LAYAWAYFILE NEXT RECORD
               AT END SET LAYAWAY-EOF TO TRUE
           END-READ.
       0014-END.

      * A VOUCHER IS CHARGED TO PAYABLES ON THE DAY IT IS APPROVED,
      * WHETHER ON ENTRY OR ON RELEASE FROM HOLD, AND RELIEVED ON
      * THE DAY IT IS PAID. HELD AND VOIDED VOUCHERS DO NOT POST.
      * THE LINES OF A VOUCHER APPROVED TONIGHT THAT BILL A SPECIAL
      * ORDER'S PURCHASE ORDER LINE ARE SPLIT OUT TO COST OF GOODS.
       0015-GATHER-PAYABLES.
           PERFORM 0025-LOAD-SPECIAL-ORDER-LINES
           OPEN INPUT VOUCHERFILE
           IF WS-VOUCHER-STATUS-OK
               READ VOUCHERFILE NEXT RECORD
                   AT END SET VOUCHER-EOF TO TRUE
               END-READ
               PERFORM 0016-CHECK-ONE-VOUCHER UNTIL VOUCHER-EOF
               CLOSE VOUCHERFILE
           END-IF.
       0015-END.

       0016-CHECK-ONE-VOUCHER.
           IF VO-IS-HEADER
               MOVE "N" TO WS-VOUCHER-TODAY-SW
           ELSE
               IF WS-VOUCHER-TODAY
                   PERFORM 0027-CHECK-SPECIAL-ORDER-LINE
               END-IF
           END-IF
           IF VO-IS-HEADER AND
               (VO-STATUS-APPROVED OR VO-STATUS-PAID)
               IF VO-APPROVED-DATE IS EQUAL TO WS-RUN-DATE
                   ADD VO-INVOICE-TOTAL TO WS-AP-APPROVED
                   SET WS-VOUCHER-TODAY TO TRUE
               END-IF
               IF VO-STATUS-PAID AND
                   VO-PAID-DATE IS EQUAL TO WS-RUN-DATE
                   ADD VO-INVOICE-TOTAL TO WS-AP-PAID
               END-IF
           END-IF
           READ VOUCHERFILE NEXT RECORD
               AT END SET VOUCHER-EOF TO TRUE
           END-READ.
       0016-END.

      * STOCK MOVEMENTS ARE ALREADY COSTED ON THE LEDGER; A SALE OR
      * LAYAWAY RESERVATION CARRIES A NEGATIVE EXTENDED COST, WHICH
      * THE POSTING STEP TURNS INTO A CREDIT TO INVENTORY AND A
      * DEBIT TO COST OF GOODS.
       0017-GATHER-STOCK-MOVEMENTS.
           OPEN INPUT STOCKLEDGERFILE
           IF WS-STKLEDGER-STATUS-OK
               READ STOCKLEDGERFILE
                   AT END SET STOCK-LEDGER-EOF TO TRUE
               END-READ
               PERFORM 0018-CHECK-ONE-MOVEMENT
                   UNTIL STOCK-LEDGER-EOF
               CLOSE STOCKLEDGERFILE
           END-IF.
       0017-END.

       0018-CHECK-ONE-MOVEMENT.
           IF STK-DATE IS EQUAL TO WS-RUN-DATE
               IF STK-MOVE-RECEIPT
                   ADD STK-EXTENDED-COST TO WS-STOCK-RECEIVED
               ELSE
                   IF STK-MOVE-COUNT OR STK-MOVE-MAINTENANCE
                       OR STK-MOVE-EXPIRED OR STK-MOVE-MORTALITY
                       OR STK-MOVE-TRANSFER-LOSS
                       ADD STK-EXTENDED-COST TO WS-STOCK-ADJUST
                   ELSE
                       IF STK-MOVE-RTV
                           ADD STK-EXTENDED-COST TO WS-STOCK-RTV
                       ELSE
                           ADD STK-EXTENDED-COST TO WS-STOCK-COGS
                       END-IF
                   END-IF
               END-IF
           END-IF
           READ STOCKLEDGERFILE
               AT END SET STOCK-LEDGER-EOF TO TRUE
           END-READ.
       0018-END.

      * A CREDIT MEMO RECORDED TONIGHT CLEARS THE GOODS' COST OUT
      * OF RTV PENDING AND TAKES THE VENDOR'S CREDIT OFF WHAT WE
      * OWE THEM. A VENDOR WHO CREDITS MORE OR LESS THAN OUR COST
      * LEAVES THE DIFFERENCE IN RTV VARIANCE.
       0019-GATHER-VENDOR-CREDITS.
           OPEN INPUT RTVFILE
           IF WS-RTV-STATUS-OK
               READ RTVFILE NEXT RECORD
                   AT END SET RTV-EOF TO TRUE
               END-READ
               PERFORM 0020-CHECK-ONE-RTV UNTIL RTV-EOF
               CLOSE RTVFILE
           END-IF.
       0019-END.

       0020-CHECK-ONE-RTV.
           IF RT-IS-HEADER AND RT-STATUS-CREDITED AND
               RT-CREDIT-DATE IS EQUAL TO WS-RUN-DATE
               ADD RT-CREDIT-AMOUNT TO WS-RTV-CREDITS
               ADD RT-TOTAL-COST TO WS-RTV-COST-CLEARED
           END-IF
           READ RTVFILE NEXT RECORD
               AT END SET RTV-EOF TO TRUE
           END-READ.
       0020-END.

      * THE RUN DATE'S PERIOD IS LOOKED UP ON THE PERIOD CONTROL
      * FILE. IF A SUPERVISOR HAS CLOSED IT, THE WHOLE BATCH IS
      * DATED THE FIRST OF THE NEXT PERIOD THAT IS NOT CLOSED AND
      * EVERY POSTING IS FLAGGED AS A PRIOR-PERIOD ADJUSTMENT. NO
      * PERIOD CONTROL FILE MEANS NO PERIOD HAS BEEN CLOSED.
       0021-RESOLVE-POSTING-DATE.
           MOVE WS-RUN-DATE TO WS-POST-DATE-NUM
           MOVE WS-PDT-PERIOD-NUM TO WS-RUN-PERIOD-NUM
           MOVE "N" TO WS-REDIRECT-SW
           OPEN INPUT GLPERIODFILE
           IF NOT WS-GLPERIOD-STATUS-OK
               DISPLAY "GLEXTRACT - NO PERIOD CONTROL FILE, "
                   "ALL PERIODS TREATED AS OPEN"
           ELSE
               PERFORM 0022-CHECK-POSTING-PERIOD
               PERFORM 0023-STEP-TO-NEXT-PERIOD
                   UNTIL NOT WS-PERIOD-CLOSED
               CLOSE GLPERIODFILE
           END-IF
           IF WS-REDIRECTED
               DISPLAY "GLEXTRACT - PERIOD ", WS-RUN-PERIOD-NUM,
                   " IS CLOSED, POSTING INTO ", WS-PDT-PERIOD-NUM
           END-IF.
       0021-END.

       0022-CHECK-POSTING-PERIOD.
           MOVE "N" TO WS-PERIOD-CLOSED-SW
           MOVE WS-PDT-PERIOD-NUM TO GLPR-PERIOD
           READ GLPERIODFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GLPR-CLOSED
                       SET WS-PERIOD-CLOSED TO TRUE
                   END-IF
           END-READ.
       0022-END.

       0023-STEP-TO-NEXT-PERIOD.
           SET WS-REDIRECTED TO TRUE
           IF WS-PDT-MONTH IS EQUAL TO 12
               MOVE 01 TO WS-PDT-MONTH
               ADD 1 TO WS-PDT-YEAR
           ELSE
               ADD 1 TO WS-PDT-MONTH
           END-IF
           MOVE 01 TO WS-PDT-DAY
           PERFORM 0022-CHECK-POSTING-PERIOD.
       0023-END.

       0024-LOG-REDIRECTED-POSTING.
           MOVE WS-RUN-DATE TO GLR-RUN-DATE
           MOVE "GLEXTRACT" TO GLR-PROGRAM
           MOVE GP-ORIGINAL-DATE TO GLR-ORIGINAL-DATE
           MOVE GP-DATE TO GLR-POSTED-DATE
           MOVE GP-ACCOUNT TO GLR-ACCOUNT
           MOVE GP-DEBIT-CREDIT TO GLR-DEBIT-CREDIT
           MOVE GP-AMOUNT TO GLR-AMOUNT
           MOVE GP-DESCRIPTION TO GLR-DESCRIPTION
           WRITE GLREDIRECT-RECORD
           ADD 1 TO WS-REDIRECT-COUNT.
       0024-END.

       0025-LOAD-SPECIAL-ORDER-LINES.
           OPEN INPUT PURCHORDFILE
           IF WS-PURCHORD-STATUS-OK
               READ PURCHORDFILE
                   AT END SET PURCHORD-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0026-STORE-ONE-SPECIAL-LINE
                   UNTIL PURCHORD-ENDOFFILE
               CLOSE PURCHORDFILE
           END-IF.
       0025-END.

       0026-STORE-ONE-SPECIAL-LINE.
           IF PO-SPECIAL-ORDER IS NUMERIC AND
               PO-SPECIAL-ORDER IS GREATER THAN ZEROES
               IF WS-SPO-COUNT IS EQUAL TO 500
                   DISPLAY "WARNING - SPECIAL ORDER LINE TABLE FULL "
                       "(500 MAX), PO ", PO-NUMBER, " CHARGED TO "
                       "PURCHASES"
               ELSE
                   ADD 1 TO WS-SPO-COUNT
                   MOVE PO-NUMBER TO WS-SPO-NUMBER(WS-SPO-COUNT)
                   MOVE PO-ITEM-CODE TO WS-SPO-ITEM-CODE(WS-SPO-COUNT)
               END-IF
           END-IF
           READ PURCHORDFILE
               AT END SET PURCHORD-ENDOFFILE TO TRUE
           END-READ.
       0026-END.

       0027-CHECK-SPECIAL-ORDER-LINE.
           MOVE "N" TO WS-SPECIAL-LINE-SW
           PERFORM 0028-MATCH-ONE-SPECIAL-LINE
               VARYING WS-SPO-IDX FROM 1 BY 1
               UNTIL WS-SPO-IDX IS GREATER THAN WS-SPO-COUNT
           IF WS-SPECIAL-LINE
               ADD VO-LINE-AMOUNT TO WS-AP-SPECIAL-ORDER
           END-IF.
       0027-END.

       0028-MATCH-ONE-SPECIAL-LINE.
           IF WS-SPO-NUMBER(WS-SPO-IDX) IS EQUAL TO VO-PO-NUMBER AND
               WS-SPO-ITEM-CODE(WS-SPO-IDX) IS EQUAL TO VO-ITEM-CODE
               SET WS-SPECIAL-LINE TO TRUE
           END-IF.
       0028-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
