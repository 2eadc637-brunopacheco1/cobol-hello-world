       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDINV.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * VENDOR INVOICE ENTRY AND THREE-WAY MATCH     *
      * EACH LINE OF A VENDOR'S BILL IS KEYED        *
      * AGAINST ITS PURCHASE ORDER AND MATCHED ON    *
      * PRICE TO THE PO UNIT COST AND ON QUANTITY TO *
      * WHAT RECEIVE POSTED AS ARRIVED AND NOT YET   *
      * BILLED. A BILL THAT MATCHES WITHIN THE       *
      * TOLERANCES AND FOOTS TO ITS KEYED TOTAL IS   *
      * APPROVED STRAIGHT ONTO VOUCHERS.DAT; ANY     *
      * OTHER IS HELD UNTIL A SUPERVISOR RELEASES OR *
      * VOIDS IT. APPROVED VOUCHERS ARE MARKED PAID  *
      * WHEN THE CHECK IS CUT. THE BILLED QUANTITY   *
      * IS CARRIED BACK ONTO THE ORDER SO THE SAME   *
      * GOODS CANNOT BE BILLED TWICE. THE ORDER FILE *
      * IS LOADED AT START AND REWRITTEN AT QUIT THE *
      * SAME WAY RECEIVE DOES, AND EVERY VOUCHER     *
      * TOUCHED IS LISTED ON A PRINTED REGISTER.     *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURCHORDFILE ASSIGN "purchord.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT VENDORFILE ASSIGN "vendor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT VOUCHERFILE ASSIGN "vouchers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VO-KEY
               FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT VOUCHCTLFILE ASSIGN "voucherctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOUCHCTL-STATUS.

           SELECT VREGISTERFILE ASSIGN "voucher_register.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PURCHORDFILE.
       COPY PURCHORDREC.

       FD  VENDORFILE.
       01  VENDORDETAILS.
           88  VENDOR-ENDOFFILE        VALUE HIGH-VALUES.
           05  VEND-CODE           PIC X(4).
           05  VEND-NAME           PIC X(20).
           05  VEND-LEAD-DAYS      PIC 9(3).

       FD  VOUCHERFILE.
       COPY VOUCHERREC.

       FD  VOUCHCTLFILE.
       01  VOUCHER-CONTROL-RECORD.
           05  VC-LAST-NUMBER      PIC 9(6).

       FD  VREGISTERFILE.
       01  VREGISTER-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PO-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-VENDOR-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-VOUCHER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-VOUCHCTL-STATUS==.
           05  INVOICE-MODE         PIC X VALUE SPACE.
               88  MODE-ENTER          VALUE "E".
               88  MODE-RELEASE        VALUE "R".
               88  MODE-PAY            VALUE "P".
               88  MODE-INQUIRE        VALUE "I".
               88  MODE-QUIT           VALUE "Q".
           05  WS-TODAY             PIC 9(8) VALUE ZEROES.
           05  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  WS-APPROVER-ID       PIC X(8) VALUE SPACES.
           05  WS-ASKED-VENDOR      PIC X(4) VALUE SPACES.
           05  WS-VENDOR-NAME       PIC X(20) VALUE SPACES.
           05  WS-VENDOR-FOUND-SW   PIC X VALUE "N".
               88  WS-VENDOR-FOUND     VALUE "Y".
           05  WS-PO-COUNT          PIC 9(4) VALUE ZEROES.
           05  WS-PO-IDX            PIC 9(4) VALUE ZEROES.
           05  WS-CURR-PO-IDX       PIC 9(4) VALUE ZEROES.
           05  WS-PO-CHANGED-SW     PIC X VALUE "N".
               88  WS-PO-CHANGED       VALUE "Y".
           05  WS-ASKED-PO-NUMBER   PIC 9(6) VALUE ZEROES.
           05  WS-ASKED-VOUCHER     PIC 9(6) VALUE ZEROES.
           05  WS-VOUCHER-FOUND-SW  PIC X VALUE "N".
               88  WS-VOUCHER-FOUND    VALUE "Y".
           05  WS-DUPLICATE-SW      PIC X VALUE "N".
               88  WS-DUPLICATE-INVOICE VALUE "Y".
           05  WS-LINES-DONE-SW     PIC X VALUE "N".
               88  WS-LINES-DONE       VALUE "Y".
           05  WS-CONFIRM-ANSWER    PIC X VALUE SPACE.
               88  WS-CONFIRMED        VALUE "Y".
           05  WS-RELEASE-ACTION    PIC X VALUE SPACE.
               88  WS-RELEASE-APPROVE  VALUE "A".
               88  WS-RELEASE-VOID     VALUE "V".
           05  WS-SUPERVISOR-OK-SW  PIC X VALUE "N".
               88  WS-SUPERVISOR-OK    VALUE "Y".

       01  WS-INVOICE-WORK.
           05  WS-VO-NUMBER         PIC 9(6) VALUE ZEROES.
           05  WS-VO-LINE           PIC 9(3) VALUE ZEROES.
           05  WS-INVOICE-NUMBER    PIC X(12) VALUE SPACES.
           05  WS-INVOICE-DATE      PIC 9(8) VALUE ZEROES.
           05  WS-TERMS-DAYS        PIC 9(3) VALUE ZEROES.
           05  WS-DAY-COUNT         PIC 9(3) VALUE ZEROES.
           05  WS-DUE-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-KEYED-TOTAL       PIC 9(7)V99 VALUE ZEROES.
           05  WS-LINES-TOTAL       PIC 9(7)V99 VALUE ZEROES.
           05  WS-HOLD-REASON       PIC X(20) VALUE SPACES.
           05  WS-PRICE-HOLD-SW     PIC X VALUE "N".
               88  WS-PRICE-HOLD       VALUE "Y".
           05  WS-QTY-HOLD-SW       PIC X VALUE "N".
               88  WS-QTY-HOLD         VALUE "Y".
           05  WS-QTY-OPEN          PIC S9(5) VALUE ZEROES.
           05  WS-QTY-ALLOWED       PIC S9(5) VALUE ZEROES.
           05  WS-PRICE-DIFF        PIC S9(3)V99 VALUE ZEROES.
           05  WS-PRICE-ALLOWED     PIC 9(3)V99 VALUE ZEROES.
           05  WS-LINE-QTY          PIC 9(5) VALUE ZEROES.
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==WS-LINE-COST==.
           05  WS-CHECK-NUMBER      PIC 9(6) VALUE ZEROES.
           05  WS-PRICE-TOLERANCE-PCT PIC 9(2)V99 VALUE 2.00.
           05  WS-QTY-TOLERANCE     PIC 9(3) VALUE ZEROES.
           05  WS-DEFAULT-TERMS     PIC 9(3) VALUE 30.
           05  WS-MONTH-END         PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-YEAR-SWITCH  PIC X(1) VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-YEAR-QUOTIENT     PIC 9(4) VALUE ZEROES.
           05  WS-YEAR-REMAINDER    PIC 9(4) VALUE ZEROES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-COST==
               ==:WIDTH:== BY ==$$$9.99==.

       01  WS-CALC-DATE.
           05  WS-CALC-YEAR         PIC 9(4).
           05  WS-CALC-MONTH        PIC 9(2).
           05  WS-CALC-DAY          PIC 9(2).
       01  WS-CALC-DATE-NUM REDEFINES WS-CALC-DATE PIC 9(8).

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 28.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

       01  WS-PO-TABLE.
           05  WS-PO-ENTRY OCCURS 500 TIMES.
               10  WS-POT-NUMBER       PIC 9(6).
               10  WS-POT-DATE         PIC 9(8).
               10  WS-POT-VENDOR       PIC X(4).
               10  WS-POT-ITEM-CODE    PIC X(6).
               10  WS-POT-QTY-ORDERED  PIC 9(5).
               10  WS-POT-QTY-RECEIVED PIC 9(5).
               10  WS-POT-STATUS       PIC X(1).
               10  WS-POT-SPECIAL-ORDER PIC 9(6).
               10  WS-POT-UNIT-COST    PIC 999V99.
               10  WS-POT-QTY-INVOICED PIC 9(5).

       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-LINE-IDX          PIC 9(3) VALUE ZEROES.
           05  WS-LINE-ENTRY OCCURS 20 TIMES.
               10  WS-LT-PO-NUMBER     PIC 9(6).
               10  WS-LT-PO-IDX        PIC 9(4).
               10  WS-LT-ITEM-CODE     PIC X(6).
               10  WS-LT-QTY-BILLED    PIC 9(5).
               10  WS-LT-UNIT-COST     PIC 999V99.
               10  WS-LT-PO-UNIT-COST  PIC 999V99.
               10  WS-LT-QTY-OPEN      PIC 9(5).
               10  WS-LT-AMOUNT        PIC 9(7)V99.
               10  WS-LT-MATCH-STATUS  PIC X(1).

       01  WS-SESSION-COUNTS.
           05  WS-APPROVED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-APPROVED-AMOUNT   PIC 9(9)V99 VALUE ZEROES.
           05  WS-HELD-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-HELD-AMOUNT       PIC 9(9)V99 VALUE ZEROES.
           05  WS-RELEASED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-RELEASED-AMOUNT   PIC 9(9)V99 VALUE ZEROES.
           05  WS-VOIDED-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-VOIDED-AMOUNT     PIC 9(9)V99 VALUE ZEROES.
           05  WS-PAID-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-PAID-AMOUNT       PIC 9(9)V99 VALUE ZEROES.

       01  WS-VREG-HEADING-1.
           05  FILLER             PIC X(38) VALUE
               "PETSTORE - PAYABLES VOUCHER REGISTER".
           05  FILLER             PIC X(6)  VALUE "DATE ".
           05  WS-VH1-DATE        PIC 9(8).
           05  FILLER             PIC X(12) VALUE "  OPERATOR ".
           05  WS-VH1-OPERATOR    PIC X(8).

       01  WS-VREG-COLUMN-HEADINGS.
           05  FILLER             PIC X(8)  VALUE "VOUCHER".
           05  FILLER             PIC X(6)  VALUE "VEND".
           05  FILLER             PIC X(14) VALUE "INVOICE".
           05  FILLER             PIC X(10) VALUE "INV DATE".
           05  FILLER             PIC X(10) VALUE "DUE DATE".
           05  FILLER             PIC X(16) VALUE "        AMOUNT".
           05  FILLER             PIC X(10) VALUE "ACTION".
           05  FILLER             PIC X(20) VALUE "REASON".

       01  WS-VREG-VOUCHER-LINE.
           05  WS-VVL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-VVL-VENDOR      PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-VVL-INVOICE     PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-VVL-INV-DATE    PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-VVL-DUE-DATE    PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-VVL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-VVL-ACTION      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-VVL-REASON      PIC X(20).

       01  WS-VREG-DETAIL-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(3)  VALUE "PO ".
           05  WS-VDL-PO-NUMBER   PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-VDL-ITEM        PIC X(6).
           05  FILLER             PIC X(5)  VALUE " QTY ".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-VDL-QTY==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(6)  VALUE " OPEN ".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-VDL-OPEN==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(8)  VALUE " BILLED ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-VDL-BILLED==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER             PIC X(4)  VALUE " PO ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-VDL-PO-COST==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-VDL-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-VDL-MATCH       PIC X(12).

       01  WS-VREG-TOTAL-LINE.
           05  WS-VTL-LABEL       PIC X(24).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-VTL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-VTL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-INVOICE-ENTRY.
           MOVE "1" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "VENDINV - SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           IF SGN-NO-SECURITY-FILE
               DISPLAY "Enter your name"
               ACCEPT WS-OPERATOR-ID
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 0002-LOAD-ORDER-TABLE
           OPEN I-O VOUCHERFILE
           IF NOT WS-VOUCHER-STATUS-OK
               OPEN OUTPUT VOUCHERFILE
               IF WS-VOUCHER-STATUS-OK
                   CLOSE VOUCHERFILE
                   OPEN I-O VOUCHERFILE
               END-IF
           END-IF
           IF NOT WS-VOUCHER-STATUS-OK
               DISPLAY "VENDINV ABEND - VOUCHER FILE WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-VOUCHER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN OUTPUT VREGISTERFILE
           MOVE WS-TODAY TO WS-VH1-DATE
           MOVE WS-OPERATOR-ID TO WS-VH1-OPERATOR
           MOVE WS-VREG-HEADING-1 TO VREGISTER-LINE
           WRITE VREGISTER-LINE
           MOVE SPACES TO VREGISTER-LINE
           WRITE VREGISTER-LINE
           MOVE WS-VREG-COLUMN-HEADINGS TO VREGISTER-LINE
           WRITE VREGISTER-LINE
           PERFORM 0004-ASK-ONE-MODE
           PERFORM 0004-ASK-ONE-MODE UNTIL MODE-QUIT
           PERFORM 0022-PRINT-REGISTER-TOTALS
           CLOSE VREGISTERFILE
           CLOSE VOUCHERFILE
           IF WS-PO-CHANGED
               PERFORM 0019-REWRITE-ORDER-FILE
           END-IF
           DISPLAY "VENDINV - APPROVED: ", WS-APPROVED-COUNT,
               " HELD: ", WS-HELD-COUNT, " RELEASED: ",
               WS-RELEASED-COUNT, " VOIDED: ", WS-VOIDED-COUNT,
               " PAID: ", WS-PAID-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-ORDER-TABLE.
           OPEN INPUT PURCHORDFILE
           IF WS-PO-FILE-STATUS-OK
               READ PURCHORDFILE
                   AT END SET PURCHORD-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0003-STORE-ONE-ORDER
                   UNTIL PURCHORD-ENDOFFILE
               CLOSE PURCHORDFILE
           ELSE
               DISPLAY "VENDINV - NO PURCHASE ORDERS ON FILE, "
                   "NO INVOICE CAN BE MATCHED"
           END-IF.
       0002-END.

      * THE ORDER FILE IS REWRITTEN IN FULL WHEN A BILLED QUANTITY
      * CHANGES, SO AN ORDER THAT DOES NOT FIT THE TABLE WOULD BE
      * ERASED; THE RUN ABENDS BEFORE ANY UPDATE INSTEAD.
       0003-STORE-ONE-ORDER.
           IF WS-PO-COUNT IS EQUAL TO 500
               DISPLAY "VENDINV ABEND - ORDER TABLE FULL (500 "
                   "MAX), RUN ABANDONED BEFORE ANY UPDATE"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           ELSE
               ADD 1 TO WS-PO-COUNT
               MOVE PO-NUMBER TO WS-POT-NUMBER(WS-PO-COUNT)
               MOVE PO-DATE TO WS-POT-DATE(WS-PO-COUNT)
               MOVE PO-VENDOR TO WS-POT-VENDOR(WS-PO-COUNT)
               MOVE PO-ITEM-CODE TO WS-POT-ITEM-CODE(WS-PO-COUNT)
               MOVE PO-QTY-ORDERED TO
                   WS-POT-QTY-ORDERED(WS-PO-COUNT)
               MOVE PO-QTY-RECEIVED TO
                   WS-POT-QTY-RECEIVED(WS-PO-COUNT)
               MOVE PO-STATUS TO WS-POT-STATUS(WS-PO-COUNT)
               IF PO-SPECIAL-ORDER IS NUMERIC
                   MOVE PO-SPECIAL-ORDER TO
                       WS-POT-SPECIAL-ORDER(WS-PO-COUNT)
               ELSE
                   MOVE ZEROES TO WS-POT-SPECIAL-ORDER(WS-PO-COUNT)
               END-IF
               IF PO-UNIT-COST IS NUMERIC
                   MOVE PO-UNIT-COST TO WS-POT-UNIT-COST(WS-PO-COUNT)
               ELSE
                   MOVE ZEROES TO WS-POT-UNIT-COST(WS-PO-COUNT)
               END-IF
               IF PO-QTY-INVOICED IS NUMERIC
                   MOVE PO-QTY-INVOICED TO
                       WS-POT-QTY-INVOICED(WS-PO-COUNT)
               ELSE
                   MOVE ZEROES TO WS-POT-QTY-INVOICED(WS-PO-COUNT)
               END-IF
           END-IF
           READ PURCHORDFILE
               AT END SET PURCHORD-ENDOFFILE TO TRUE
           END-READ.
       0003-END.

       0004-ASK-ONE-MODE.
           DISPLAY "Mode: (E)nter an invoice, (R)elease a held "
               "voucher, (P)ay a voucher, (I)nquire, (Q)uit"
           ACCEPT INVOICE-MODE
           IF MODE-ENTER
               PERFORM 0005-ENTER-INVOICE THRU 0005-EXIT
           ELSE
           IF MODE-RELEASE
               PERFORM 0012-RELEASE-VOUCHER THRU 0012-EXIT
           ELSE
           IF MODE-PAY
               PERFORM 0015-PAY-VOUCHER THRU 0015-EXIT
           ELSE
           IF MODE-INQUIRE
               PERFORM 0011-READ-VOUCHER
               IF WS-VOUCHER-FOUND
                   PERFORM 0016-SHOW-VOUCHER
               END-IF
           ELSE
               IF NOT MODE-QUIT
                   DISPLAY "Enter E, R, P, I or Q."
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0004-END.

      * A BILL IS APPROVED ONLY WHEN EVERY LINE MATCHES ITS ORDER
      * AND RECEIPT AND THE LINES ADD UP TO THE TOTAL PRINTED ON
      * THE BILL; OTHERWISE IT IS WRITTEN HELD WITH THE REASON.
       0005-ENTER-INVOICE.
           DISPLAY "Vendor code:"
           ACCEPT WS-ASKED-VENDOR
           PERFORM 0017-VALIDATE-VENDOR
           IF NOT WS-VENDOR-FOUND
               DISPLAY "Vendor ", WS-ASKED-VENDOR, " is not on file."
               GO TO 0005-EXIT
           END-IF
           DISPLAY "Vendor invoice number:"
           ACCEPT WS-INVOICE-NUMBER
           IF WS-INVOICE-NUMBER IS EQUAL TO SPACES
               DISPLAY "No invoice entered."
               GO TO 0005-EXIT
           END-IF
           PERFORM 0009-CHECK-DUPLICATE-INVOICE
           IF WS-DUPLICATE-INVOICE
               DISPLAY "Invoice ", WS-INVOICE-NUMBER, " from ",
                   WS-ASKED-VENDOR, " is already on voucher ",
                   WS-ASKED-VOUCHER, "."
               GO TO 0005-EXIT
           END-IF
           DISPLAY "Invoice date YYYYMMDD (0 for today):"
           ACCEPT WS-INVOICE-DATE
           IF WS-INVOICE-DATE IS EQUAL TO ZEROES
               MOVE WS-TODAY TO WS-INVOICE-DATE
           END-IF
           DISPLAY "Terms in days (0 for net ", WS-DEFAULT-TERMS, "):"
           ACCEPT WS-TERMS-DAYS
           IF WS-TERMS-DAYS IS EQUAL TO ZEROES
               MOVE WS-DEFAULT-TERMS TO WS-TERMS-DAYS
           END-IF
           DISPLAY "Invoice total as printed on the bill:"
           ACCEPT WS-KEYED-TOTAL
           MOVE ZEROES TO WS-LINE-COUNT
           MOVE ZEROES TO WS-LINES-TOTAL
           MOVE "N" TO WS-PRICE-HOLD-SW
           MOVE "N" TO WS-QTY-HOLD-SW
           MOVE "N" TO WS-LINES-DONE-SW
           PERFORM 0006-ENTER-ONE-LINE THRU 0006-EXIT
               UNTIL WS-LINES-DONE
           IF WS-LINE-COUNT IS EQUAL TO ZEROES
               DISPLAY "No lines keyed; invoice not entered."
               GO TO 0005-EXIT
           END-IF
           MOVE SPACES TO WS-HOLD-REASON
           IF WS-PRICE-HOLD AND WS-QTY-HOLD
               MOVE "PRICE AND QTY VAR" TO WS-HOLD-REASON
           ELSE
               IF WS-PRICE-HOLD
                   MOVE "PRICE VARIANCE" TO WS-HOLD-REASON
               ELSE
                   IF WS-QTY-HOLD
                       MOVE "QUANTITY VARIANCE" TO WS-HOLD-REASON
                   ELSE
                       IF WS-LINES-TOTAL IS NOT EQUAL TO
                           WS-KEYED-TOTAL
                           MOVE "TOTAL DOES NOT FOOT" TO
                               WS-HOLD-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-INVOICE-DATE TO WS-CALC-DATE-NUM
           PERFORM 0008-FORWARD-ONE-DAY
               VARYING WS-DAY-COUNT FROM 1 BY 1
               UNTIL WS-DAY-COUNT IS GREATER THAN WS-TERMS-DAYS
           MOVE WS-CALC-DATE-NUM TO WS-DUE-DATE
           PERFORM 0010-ASSIGN-VOUCHER-NUMBER
           MOVE SPACES TO VOUCHER-RECORD
           MOVE WS-VO-NUMBER TO VO-NUMBER
           MOVE ZEROES TO VO-LINE
           MOVE WS-ASKED-VENDOR TO VO-VENDOR
           MOVE WS-INVOICE-NUMBER TO VO-INVOICE-NUMBER
           MOVE WS-INVOICE-DATE TO VO-INVOICE-DATE
           MOVE WS-DUE-DATE TO VO-DUE-DATE
           MOVE WS-TODAY TO VO-ENTERED-DATE
           MOVE WS-OPERATOR-ID TO VO-ENTERED-BY
           MOVE WS-LINE-COUNT TO VO-LINE-COUNT
           MOVE WS-LINES-TOTAL TO VO-INVOICE-TOTAL
           MOVE WS-HOLD-REASON TO VO-HOLD-REASON
           MOVE ZEROES TO VO-PAID-DATE
           MOVE ZEROES TO VO-CHECK-NUMBER
           IF WS-HOLD-REASON IS EQUAL TO SPACES
               SET VO-STATUS-APPROVED TO TRUE
               MOVE WS-TODAY TO VO-APPROVED-DATE
               MOVE WS-OPERATOR-ID TO VO-APPROVED-BY
           ELSE
               SET VO-STATUS-HELD TO TRUE
               MOVE ZEROES TO VO-APPROVED-DATE
           END-IF
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "VENDINV - VOUCHER ", WS-VO-NUMBER,
                       " ALREADY ON FILE; CHECK VOUCHERCTL.DAT"
                   GO TO 0005-EXIT
           END-WRITE
           IF VO-STATUS-APPROVED
               MOVE "APPROVED" TO WS-VVL-ACTION
               ADD 1 TO WS-APPROVED-COUNT
               ADD WS-LINES-TOTAL TO WS-APPROVED-AMOUNT
           ELSE
               MOVE "HELD" TO WS-VVL-ACTION
               ADD 1 TO WS-HELD-COUNT
               ADD WS-LINES-TOTAL TO WS-HELD-AMOUNT
           END-IF
           PERFORM 0020-PRINT-VOUCHER-LINE
           PERFORM 0007-WRITE-VOUCHER-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           MOVE WS-LINES-TOTAL TO WS-SHOW-AMOUNT
           DISPLAY "Voucher ", WS-VO-NUMBER, " for ", WS-SHOW-AMOUNT,
               " due ", WS-DUE-DATE, " ", WS-VVL-ACTION, " ",
               WS-HOLD-REASON.
       0005-EXIT.
           EXIT.
       0005-END.

      * EACH LINE IS MATCHED ON PRICE AGAINST THE ORDER'S UNIT COST
      * WITHIN THE PRICE TOLERANCE, AND ON QUANTITY AGAINST WHAT HAS
      * ARRIVED BUT NOT YET BEEN BILLED WITHIN THE QUANTITY
      * TOLERANCE. AN ORDER WITH NO COST ON IT CANNOT BE PRICE
      * MATCHED AND IS HELD FOR A SUPERVISOR TO LOOK AT.
       0006-ENTER-ONE-LINE.
           IF WS-LINE-COUNT IS EQUAL TO 20
               DISPLAY "Twenty lines is the most one voucher holds; "
                   "key the rest as a second voucher."
               SET WS-LINES-DONE TO TRUE
               GO TO 0006-EXIT
           END-IF
           DISPLAY "Purchase order number (0 to finish):"
           ACCEPT WS-ASKED-PO-NUMBER
           IF WS-ASKED-PO-NUMBER IS EQUAL TO ZEROES
               SET WS-LINES-DONE TO TRUE
               GO TO 0006-EXIT
           END-IF
           MOVE ZEROES TO WS-CURR-PO-IDX
           PERFORM 0018-MATCH-ONE-ORDER
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX IS GREATER THAN WS-PO-COUNT
           IF WS-CURR-PO-IDX IS EQUAL TO ZEROES
               DISPLAY "Order ", WS-ASKED-PO-NUMBER,
                   " is not on file."
               GO TO 0006-EXIT
           END-IF
           IF WS-POT-VENDOR(WS-CURR-PO-IDX) IS NOT EQUAL TO
               WS-ASKED-VENDOR
               DISPLAY "Order ", WS-ASKED-PO-NUMBER, " was placed "
                   "with vendor ", WS-POT-VENDOR(WS-CURR-PO-IDX), "."
               GO TO 0006-EXIT
           END-IF
           PERFORM 0021-CHECK-LINE-ALREADY-KEYED
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           IF WS-CURR-PO-IDX IS EQUAL TO ZEROES
               DISPLAY "Order ", WS-ASKED-PO-NUMBER, " is already "
                   "on this invoice; key it as one line."
               GO TO 0006-EXIT
           END-IF
           COMPUTE WS-QTY-OPEN =
               WS-POT-QTY-RECEIVED(WS-CURR-PO-IDX) -
               WS-POT-QTY-INVOICED(WS-CURR-PO-IDX)
           IF WS-QTY-OPEN IS LESS THAN ZEROES
               MOVE ZEROES TO WS-QTY-OPEN
           END-IF
           MOVE WS-POT-UNIT-COST(WS-CURR-PO-IDX) TO WS-SHOW-COST
           DISPLAY "Item ", WS-POT-ITEM-CODE(WS-CURR-PO-IDX),
               " received not billed ", WS-QTY-OPEN,
               " ordered at ", WS-SHOW-COST
           DISPLAY "Quantity billed:"
           ACCEPT WS-LINE-QTY
           IF WS-LINE-QTY IS EQUAL TO ZEROES
               DISPLAY "Nothing billed; line not taken."
               GO TO 0006-EXIT
           END-IF
           DISPLAY "Unit cost billed:"
           ACCEPT WS-LINE-COST
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ASKED-PO-NUMBER TO WS-LT-PO-NUMBER(WS-LINE-COUNT)
           MOVE WS-CURR-PO-IDX TO WS-LT-PO-IDX(WS-LINE-COUNT)
           MOVE WS-POT-ITEM-CODE(WS-CURR-PO-IDX)
               TO WS-LT-ITEM-CODE(WS-LINE-COUNT)
           MOVE WS-LINE-QTY TO WS-LT-QTY-BILLED(WS-LINE-COUNT)
           MOVE WS-LINE-COST TO WS-LT-UNIT-COST(WS-LINE-COUNT)
           MOVE WS-POT-UNIT-COST(WS-CURR-PO-IDX)
               TO WS-LT-PO-UNIT-COST(WS-LINE-COUNT)
           MOVE WS-QTY-OPEN TO WS-LT-QTY-OPEN(WS-LINE-COUNT)
           COMPUTE WS-LT-AMOUNT(WS-LINE-COUNT) =
               WS-LINE-QTY * WS-LINE-COST
           ADD WS-LT-AMOUNT(WS-LINE-COUNT) TO WS-LINES-TOTAL
           MOVE "M" TO WS-LT-MATCH-STATUS(WS-LINE-COUNT)
           COMPUTE WS-QTY-ALLOWED = WS-QTY-OPEN + WS-QTY-TOLERANCE
           IF WS-LINE-QTY IS GREATER THAN WS-QTY-ALLOWED
               MOVE "Q" TO WS-LT-MATCH-STATUS(WS-LINE-COUNT)
               SET WS-QTY-HOLD TO TRUE
               DISPLAY "Billed quantity is more than was received."
           END-IF
           COMPUTE WS-PRICE-ALLOWED ROUNDED =
               WS-POT-UNIT-COST(WS-CURR-PO-IDX) *
               WS-PRICE-TOLERANCE-PCT / 100
           COMPUTE WS-PRICE-DIFF =
               WS-LINE-COST - WS-POT-UNIT-COST(WS-CURR-PO-IDX)
           IF WS-PRICE-DIFF IS LESS THAN ZEROES
               COMPUTE WS-PRICE-DIFF = WS-PRICE-DIFF * -1
           END-IF
           IF WS-POT-UNIT-COST(WS-CURR-PO-IDX) IS EQUAL TO ZEROES OR
               WS-PRICE-DIFF IS GREATER THAN WS-PRICE-ALLOWED
               IF WS-LT-MATCH-STATUS(WS-LINE-COUNT) IS EQUAL TO "Q"
                   MOVE "B" TO WS-LT-MATCH-STATUS(WS-LINE-COUNT)
               ELSE
                   MOVE "P" TO WS-LT-MATCH-STATUS(WS-LINE-COUNT)
               END-IF
               SET WS-PRICE-HOLD TO TRUE
               DISPLAY "Billed cost is outside the price tolerance "
                   "of the order."
           END-IF.
       0006-EXIT.
           EXIT.
       0006-END.

      * THE BILLED QUANTITY GOES BACK ONTO THE ORDER WHETHER THE
      * VOUCHER IS APPROVED OR HELD, SO A SECOND BILL FOR THE SAME
      * GOODS IS CAUGHT EVEN WHILE THE FIRST WAITS FOR RELEASE.
       0007-WRITE-VOUCHER-LINE.
           MOVE SPACES TO VOUCHER-RECORD
           MOVE WS-VO-NUMBER TO VO-NUMBER
           MOVE WS-LINE-IDX TO VO-LINE
           MOVE WS-LT-PO-NUMBER(WS-LINE-IDX) TO VO-PO-NUMBER
           MOVE WS-LT-ITEM-CODE(WS-LINE-IDX) TO VO-ITEM-CODE
           MOVE WS-LT-QTY-BILLED(WS-LINE-IDX) TO VO-QTY-BILLED
           MOVE WS-LT-UNIT-COST(WS-LINE-IDX) TO VO-UNIT-COST-BILLED
           MOVE WS-LT-PO-UNIT-COST(WS-LINE-IDX) TO VO-PO-UNIT-COST
           MOVE WS-LT-QTY-OPEN(WS-LINE-IDX) TO VO-QTY-OPEN
           MOVE WS-LT-AMOUNT(WS-LINE-IDX) TO VO-LINE-AMOUNT
           MOVE WS-LT-MATCH-STATUS(WS-LINE-IDX) TO VO-MATCH-STATUS
           WRITE VOUCHER-RECORD
               INVALID KEY
                   DISPLAY "VENDINV - VOUCHER LINE ", WS-LINE-IDX,
                       " ALREADY ON FILE"
           END-WRITE
           MOVE WS-LT-PO-IDX(WS-LINE-IDX) TO WS-CURR-PO-IDX
           ADD WS-LT-QTY-BILLED(WS-LINE-IDX) TO
               WS-POT-QTY-INVOICED(WS-CURR-PO-IDX)
           SET WS-PO-CHANGED TO TRUE
           PERFORM 0014-PRINT-DETAIL-LINE.
       0007-END.

       0008-FORWARD-ONE-DAY.
           PERFORM 0023-CHECK-LEAP-YEAR
           IF WS-CALC-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-END
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-CALC-MONTH) TO WS-MONTH-END
           END-IF
           IF WS-CALC-DAY IS LESS THAN WS-MONTH-END
               ADD 1 TO WS-CALC-DAY
           ELSE
               MOVE 1 TO WS-CALC-DAY
               IF WS-CALC-MONTH IS LESS THAN 12
                   ADD 1 TO WS-CALC-MONTH
               ELSE
                   MOVE 1 TO WS-CALC-MONTH
                   ADD 1 TO WS-CALC-YEAR
               END-IF
           END-IF.
       0008-END.

       0009-CHECK-DUPLICATE-INVOICE.
           MOVE "N" TO WS-DUPLICATE-SW
           MOVE "N" TO WS-VOUCHER-FOUND-SW
           MOVE LOW-VALUES TO VO-KEY
           START VOUCHERFILE KEY IS NOT LESS THAN VO-KEY
               INVALID KEY
                   SET VOUCHER-EOF TO TRUE
               NOT INVALID KEY
                   READ VOUCHERFILE NEXT RECORD
                       AT END SET VOUCHER-EOF TO TRUE
                   END-READ
           END-START
           PERFORM 0024-CHECK-ONE-HEADER
               UNTIL VOUCHER-EOF OR WS-DUPLICATE-INVOICE.
       0009-END.

       0010-ASSIGN-VOUCHER-NUMBER.
           MOVE ZEROES TO WS-VO-NUMBER
           OPEN INPUT VOUCHCTLFILE
           IF WS-VOUCHCTL-STATUS-OK
               READ VOUCHCTLFILE
                   AT END CONTINUE
               END-READ
               IF WS-VOUCHCTL-STATUS-OK
                   MOVE VC-LAST-NUMBER TO WS-VO-NUMBER
               END-IF
               CLOSE VOUCHCTLFILE
           END-IF
           ADD 1 TO WS-VO-NUMBER
           OPEN OUTPUT VOUCHCTLFILE
           MOVE WS-VO-NUMBER TO VC-LAST-NUMBER
           WRITE VOUCHER-CONTROL-RECORD
           CLOSE VOUCHCTLFILE.
       0010-END.

       0011-READ-VOUCHER.
           MOVE "N" TO WS-VOUCHER-FOUND-SW
           DISPLAY "Voucher number:"
           ACCEPT WS-ASKED-VOUCHER
           MOVE WS-ASKED-VOUCHER TO VO-NUMBER
           MOVE ZEROES TO VO-LINE
           READ VOUCHERFILE
               INVALID KEY
                   DISPLAY "Voucher ", WS-ASKED-VOUCHER,
                       " is not on file."
               NOT INVALID KEY
                   SET WS-VOUCHER-FOUND TO TRUE
           END-READ.
       0011-END.

      * ONLY A SUPERVISOR CAN RELEASE A HELD VOUCHER FOR PAYMENT OR
      * VOID IT. A VOID TAKES THE BILLED QUANTITY BACK OFF EACH
      * ORDER SO THE CORRECTED BILL CAN BE KEYED AGAINST IT.
       0012-RELEASE-VOUCHER.
           PERFORM 0025-REQUIRE-SUPERVISOR
           IF NOT WS-SUPERVISOR-OK
               DISPLAY "Releasing a held voucher needs a supervisor."
               GO TO 0012-EXIT
           END-IF
           PERFORM 0011-READ-VOUCHER
           IF NOT WS-VOUCHER-FOUND
               GO TO 0012-EXIT
           END-IF
           IF NOT VO-STATUS-HELD
               DISPLAY "Voucher ", WS-ASKED-VOUCHER, " is not held."
               GO TO 0012-EXIT
           END-IF
           PERFORM 0016-SHOW-VOUCHER
           DISPLAY "(A)pprove for payment or (V)oid?"
           ACCEPT WS-RELEASE-ACTION
           IF NOT WS-RELEASE-APPROVE AND NOT WS-RELEASE-VOID
               DISPLAY "Voucher left held."
               GO TO 0012-EXIT
           END-IF
           MOVE WS-ASKED-VOUCHER TO VO-NUMBER
           MOVE ZEROES TO VO-LINE
           READ VOUCHERFILE
               INVALID KEY
                   DISPLAY "Voucher ", WS-ASKED-VOUCHER,
                       " is not on file."
                   GO TO 0012-EXIT
           END-READ
           IF WS-RELEASE-APPROVE
               SET VO-STATUS-APPROVED TO TRUE
               MOVE WS-TODAY TO VO-APPROVED-DATE
               MOVE WS-APPROVER-ID TO VO-APPROVED-BY
               MOVE "RELEASED" TO WS-VVL-ACTION
               ADD 1 TO WS-RELEASED-COUNT
               ADD VO-INVOICE-TOTAL TO WS-RELEASED-AMOUNT
           ELSE
               SET VO-STATUS-VOID TO TRUE
               MOVE WS-TODAY TO VO-APPROVED-DATE
               MOVE WS-APPROVER-ID TO VO-APPROVED-BY
               MOVE "VOIDED" TO WS-VVL-ACTION
               ADD 1 TO WS-VOIDED-COUNT
               ADD VO-INVOICE-TOTAL TO WS-VOIDED-AMOUNT
           END-IF
           REWRITE VOUCHER-RECORD
           MOVE VO-HOLD-REASON TO WS-HOLD-REASON
           PERFORM 0020-PRINT-VOUCHER-LINE
           IF WS-RELEASE-VOID
               MOVE VO-LINE-COUNT TO WS-LINE-COUNT
               PERFORM 0013-BACK-OUT-ONE-LINE
                   VARYING WS-VO-LINE FROM 1 BY 1
                   UNTIL WS-VO-LINE IS GREATER THAN WS-LINE-COUNT
           END-IF
           DISPLAY "Voucher ", WS-ASKED-VOUCHER, " ", WS-VVL-ACTION,
               ".".
       0012-EXIT.
           EXIT.
       0012-END.

       0013-BACK-OUT-ONE-LINE.
           MOVE WS-ASKED-VOUCHER TO VO-NUMBER
           MOVE WS-VO-LINE TO VO-LINE
           READ VOUCHERFILE
               INVALID KEY
                   DISPLAY "VENDINV - VOUCHER ", WS-ASKED-VOUCHER,
                       " LINE ", WS-VO-LINE, " MISSING"
               NOT INVALID KEY
                   MOVE VO-PO-NUMBER TO WS-ASKED-PO-NUMBER
                   MOVE ZEROES TO WS-CURR-PO-IDX
                   PERFORM 0018-MATCH-ONE-ORDER
                       VARYING WS-PO-IDX FROM 1 BY 1
                       UNTIL WS-PO-IDX IS GREATER THAN WS-PO-COUNT
                   IF WS-CURR-PO-IDX IS GREATER THAN ZEROES
                       IF WS-POT-QTY-INVOICED(WS-CURR-PO-IDX) IS
                           LESS THAN VO-QTY-BILLED
                           MOVE ZEROES TO
                               WS-POT-QTY-INVOICED(WS-CURR-PO-IDX)
                       ELSE
                           SUBTRACT VO-QTY-BILLED FROM
                               WS-POT-QTY-INVOICED(WS-CURR-PO-IDX)
                       END-IF
                       SET WS-PO-CHANGED TO TRUE
                   END-IF
           END-READ.
       0013-END.

       0014-PRINT-DETAIL-LINE.
           MOVE WS-LT-PO-NUMBER(WS-LINE-IDX) TO WS-VDL-PO-NUMBER
           MOVE WS-LT-ITEM-CODE(WS-LINE-IDX) TO WS-VDL-ITEM
           MOVE WS-LT-QTY-BILLED(WS-LINE-IDX) TO WS-VDL-QTY
           MOVE WS-LT-QTY-OPEN(WS-LINE-IDX) TO WS-VDL-OPEN
           MOVE WS-LT-UNIT-COST(WS-LINE-IDX) TO WS-VDL-BILLED
           MOVE WS-LT-PO-UNIT-COST(WS-LINE-IDX) TO WS-VDL-PO-COST
           MOVE WS-LT-AMOUNT(WS-LINE-IDX) TO WS-VDL-AMOUNT
           IF WS-LT-MATCH-STATUS(WS-LINE-IDX) IS EQUAL TO "M"
               MOVE "MATCHED" TO WS-VDL-MATCH
           ELSE
           IF WS-LT-MATCH-STATUS(WS-LINE-IDX) IS EQUAL TO "P"
               MOVE "PRICE VAR" TO WS-VDL-MATCH
           ELSE
           IF WS-LT-MATCH-STATUS(WS-LINE-IDX) IS EQUAL TO "Q"
               MOVE "QTY VAR" TO WS-VDL-MATCH
           ELSE
               MOVE "PRICE+QTY VAR" TO WS-VDL-MATCH
           END-IF
           END-IF
           END-IF
           MOVE WS-VREG-DETAIL-LINE TO VREGISTER-LINE
           WRITE VREGISTER-LINE.
       0014-END.

      * AN APPROVED VOUCHER IS MARKED PAID WITH THE NUMBER OF THE
      * CHECK THAT SETTLED IT; THE LEDGER EXTRACT RELIEVES PAYABLES
      * FOR IT ON THE PAYMENT DATE.
       0015-PAY-VOUCHER.
           PERFORM 0011-READ-VOUCHER
           IF NOT WS-VOUCHER-FOUND
               GO TO 0015-EXIT
           END-IF
           IF NOT VO-STATUS-APPROVED
               DISPLAY "Voucher ", WS-ASKED-VOUCHER, " is not "
                   "approved for payment."
               GO TO 0015-EXIT
           END-IF
           MOVE VO-INVOICE-TOTAL TO WS-SHOW-AMOUNT
           DISPLAY "Vendor ", VO-VENDOR, " invoice ",
               VO-INVOICE-NUMBER, " amount ", WS-SHOW-AMOUNT,
               " due ", VO-DUE-DATE
           DISPLAY "Check number:"
           ACCEPT WS-CHECK-NUMBER
           IF WS-CHECK-NUMBER IS EQUAL TO ZEROES
               DISPLAY "No check number; voucher not paid."
               GO TO 0015-EXIT
           END-IF
           DISPLAY "Mark voucher paid? (Y/N)"
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "Voucher not paid."
               GO TO 0015-EXIT
           END-IF
           SET VO-STATUS-PAID TO TRUE
           MOVE WS-TODAY TO VO-PAID-DATE
           MOVE WS-CHECK-NUMBER TO VO-CHECK-NUMBER
           REWRITE VOUCHER-RECORD
           MOVE "PAID" TO WS-VVL-ACTION
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM 0020-PRINT-VOUCHER-LINE
           ADD 1 TO WS-PAID-COUNT
           ADD VO-INVOICE-TOTAL TO WS-PAID-AMOUNT
           DISPLAY "Voucher ", WS-ASKED-VOUCHER, " paid by check ",
               WS-CHECK-NUMBER, ".".
       0015-EXIT.
           EXIT.
       0015-END.

       0016-SHOW-VOUCHER.
           MOVE VO-INVOICE-TOTAL TO WS-SHOW-AMOUNT
           DISPLAY "Voucher:       ", VO-NUMBER
           DISPLAY "Vendor:        ", VO-VENDOR
           DISPLAY "Invoice:       ", VO-INVOICE-NUMBER,
               " dated ", VO-INVOICE-DATE
           DISPLAY "Due:           ", VO-DUE-DATE
           DISPLAY "Amount:        ", WS-SHOW-AMOUNT
           DISPLAY "Status:        ", VO-STATUS, " ", VO-HOLD-REASON
           DISPLAY "Entered:       ", VO-ENTERED-DATE, " by ",
               VO-ENTERED-BY
           IF VO-APPROVED-DATE IS GREATER THAN ZEROES
               DISPLAY "Approved:      ", VO-APPROVED-DATE, " by ",
                   VO-APPROVED-BY
           END-IF
           IF VO-STATUS-PAID
               DISPLAY "Paid:          ", VO-PAID-DATE,
                   " check ", VO-CHECK-NUMBER
           END-IF
           MOVE VO-LINE-COUNT TO WS-LINE-COUNT
           PERFORM 0026-SHOW-ONE-LINE
               VARYING WS-VO-LINE FROM 1 BY 1
               UNTIL WS-VO-LINE IS GREATER THAN WS-LINE-COUNT
           MOVE WS-ASKED-VOUCHER TO VO-NUMBER
           MOVE ZEROES TO VO-LINE
           READ VOUCHERFILE
               INVALID KEY
                   CONTINUE
           END-READ.
       0016-END.

       0017-VALIDATE-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           MOVE SPACES TO WS-VENDOR-NAME
           OPEN INPUT VENDORFILE
           IF NOT WS-VENDOR-FILE-STATUS-OK
               DISPLAY "Vendor file not available; invoice accepted "
                   "unchecked."
               MOVE "Y" TO WS-VENDOR-FOUND-SW
           ELSE
               READ VENDORFILE
                   AT END SET VENDOR-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0027-MATCH-ONE-VENDOR UNTIL VENDOR-ENDOFFILE
               CLOSE VENDORFILE
           END-IF.
       0017-END.

       0018-MATCH-ONE-ORDER.
           IF WS-POT-NUMBER(WS-PO-IDX) IS EQUAL TO
               WS-ASKED-PO-NUMBER
               MOVE WS-PO-IDX TO WS-CURR-PO-IDX
           END-IF.
       0018-END.

       0019-REWRITE-ORDER-FILE.
           OPEN OUTPUT PURCHORDFILE
           PERFORM 0028-WRITE-ONE-ORDER
               VARYING WS-PO-IDX FROM 1 BY 1
               UNTIL WS-PO-IDX IS GREATER THAN WS-PO-COUNT
           CLOSE PURCHORDFILE.
       0019-END.

       0020-PRINT-VOUCHER-LINE.
           MOVE VO-NUMBER TO WS-VVL-NUMBER
           MOVE VO-VENDOR TO WS-VVL-VENDOR
           MOVE VO-INVOICE-NUMBER TO WS-VVL-INVOICE
           MOVE VO-INVOICE-DATE TO WS-VVL-INV-DATE
           MOVE VO-DUE-DATE TO WS-VVL-DUE-DATE
           MOVE VO-INVOICE-TOTAL TO WS-VVL-AMOUNT
           MOVE WS-HOLD-REASON TO WS-VVL-REASON
           MOVE WS-VREG-VOUCHER-LINE TO VREGISTER-LINE
           WRITE VREGISTER-LINE.
       0020-END.

       0021-CHECK-LINE-ALREADY-KEYED.
           IF WS-LT-PO-NUMBER(WS-LINE-IDX) IS EQUAL TO
               WS-ASKED-PO-NUMBER
               MOVE ZEROES TO WS-CURR-PO-IDX
           END-IF.
       0021-END.

       0022-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO VREGISTER-LINE
           WRITE VREGISTER-LINE
           MOVE "APPROVED ON ENTRY:" TO WS-VTL-LABEL
           MOVE WS-APPROVED-COUNT TO WS-VTL-COUNT
           MOVE WS-APPROVED-AMOUNT TO WS-VTL-AMOUNT
           MOVE WS-VREG-TOTAL-LINE TO VREGISTER-LINE
           WRITE VREGISTER-LINE
           MOVE "HELD ON ENTRY:" TO WS-VTL-LABEL
           MOVE WS-HELD-COUNT TO WS-VTL-COUNT
           MOVE WS-HELD-AMOUNT TO WS-VTL-AMOUNT
           MOVE WS-VREG-TOTAL-LINE TO VREGISTER-LINE
           WRITE VREGISTER-LINE
           MOVE "RELEASED FROM HOLD:" TO WS-VTL-LABEL
           MOVE WS-RELEASED-COUNT TO WS-VTL-COUNT
           MOVE WS-RELEASED-AMOUNT TO WS-VTL-AMOUNT
           MOVE WS-VREG-TOTAL-LINE TO VREGISTER-LINE
           WRITE VREGISTER-LINE
           MOVE "VOIDED:" TO WS-VTL-LABEL
           MOVE WS-VOIDED-COUNT TO WS-VTL-COUNT
           MOVE WS-VOIDED-AMOUNT TO WS-VTL-AMOUNT
           MOVE WS-VREG-TOTAL-LINE TO VREGISTER-LINE
           WRITE VREGISTER-LINE
           MOVE "PAID:" TO WS-VTL-LABEL
           MOVE WS-PAID-COUNT TO WS-VTL-COUNT
           MOVE WS-PAID-AMOUNT TO WS-VTL-AMOUNT
           MOVE WS-VREG-TOTAL-LINE TO VREGISTER-LINE
           WRITE VREGISTER-LINE.
       0022-END.

       0023-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-YEAR-SWITCH
           DIVIDE WS-CALC-YEAR BY 4
               GIVING WS-YEAR-QUOTIENT
               REMAINDER WS-YEAR-REMAINDER
           IF WS-YEAR-REMAINDER IS EQUAL TO 0
               DIVIDE WS-CALC-YEAR BY 100
                   GIVING WS-YEAR-QUOTIENT
                   REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER IS NOT EQUAL TO 0
                   SET WS-IS-LEAP-YEAR TO TRUE
               ELSE
                   DIVIDE WS-CALC-YEAR BY 400
                       GIVING WS-YEAR-QUOTIENT
                       REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER IS EQUAL TO 0
                       SET WS-IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       0023-END.

      * A VOIDED VOUCHER DOES NOT COUNT AS A DUPLICATE, SO THE
      * CORRECTED BILL CAN BE KEYED UNDER THE SAME INVOICE NUMBER.
       0024-CHECK-ONE-HEADER.
           IF VO-IS-HEADER AND
               VO-VENDOR IS EQUAL TO WS-ASKED-VENDOR AND
               VO-INVOICE-NUMBER IS EQUAL TO WS-INVOICE-NUMBER AND
               NOT VO-STATUS-VOID
               SET WS-DUPLICATE-INVOICE TO TRUE
               MOVE VO-NUMBER TO WS-ASKED-VOUCHER
           ELSE
               READ VOUCHERFILE NEXT RECORD
                   AT END SET VOUCHER-EOF TO TRUE
               END-READ
           END-IF.
       0024-END.

       0025-REQUIRE-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK-SW
           IF SGN-SIGNED-ON AND SGN-AUTHORITY IS NOT LESS THAN "2"
               MOVE "Y" TO WS-SUPERVISOR-OK-SW
               MOVE SGN-OPERATOR-ID TO WS-APPROVER-ID
           ELSE
               MOVE "2" TO SGN-REQUIRED-AUTHORITY
               CALL "SIGNON" USING SIGNON-AREA
               IF SGN-SIGNED-ON
                   MOVE "Y" TO WS-SUPERVISOR-OK-SW
                   MOVE SGN-OPERATOR-ID TO WS-APPROVER-ID
               ELSE
                   IF SGN-NO-SECURITY-FILE
                       DISPLAY "Security file not on hand; release "
                           "allowed unchecked."
                       MOVE "Y" TO WS-SUPERVISOR-OK-SW
                       MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
                   END-IF
               END-IF
           END-IF.
       0025-END.

       0026-SHOW-ONE-LINE.
           MOVE WS-ASKED-VOUCHER TO VO-NUMBER
           MOVE WS-VO-LINE TO VO-LINE
           READ VOUCHERFILE
               INVALID KEY
                   DISPLAY "  LINE ", WS-VO-LINE, " MISSING"
               NOT INVALID KEY
                   MOVE VO-UNIT-COST-BILLED TO WS-SHOW-COST
                   MOVE VO-LINE-AMOUNT TO WS-SHOW-AMOUNT
                   DISPLAY "  PO ", VO-PO-NUMBER, " ", VO-ITEM-CODE,
                       " QTY ", VO-QTY-BILLED, " OPEN ", VO-QTY-OPEN,
                       " AT ", WS-SHOW-COST, " = ", WS-SHOW-AMOUNT,
                       " ", VO-MATCH-STATUS
           END-READ.
       0026-END.

       0027-MATCH-ONE-VENDOR.
           IF VEND-CODE IS EQUAL TO WS-ASKED-VENDOR
               MOVE "Y" TO WS-VENDOR-FOUND-SW
               MOVE VEND-NAME TO WS-VENDOR-NAME
           END-IF
           READ VENDORFILE
               AT END SET VENDOR-ENDOFFILE TO TRUE
           END-READ.
       0027-END.

       0028-WRITE-ONE-ORDER.
           MOVE WS-POT-NUMBER(WS-PO-IDX) TO PO-NUMBER
           MOVE WS-POT-DATE(WS-PO-IDX) TO PO-DATE
           MOVE WS-POT-VENDOR(WS-PO-IDX) TO PO-VENDOR
           MOVE WS-POT-ITEM-CODE(WS-PO-IDX) TO PO-ITEM-CODE
           MOVE WS-POT-QTY-ORDERED(WS-PO-IDX) TO PO-QTY-ORDERED
           MOVE WS-POT-QTY-RECEIVED(WS-PO-IDX) TO PO-QTY-RECEIVED
           MOVE WS-POT-STATUS(WS-PO-IDX) TO PO-STATUS
           MOVE WS-POT-SPECIAL-ORDER(WS-PO-IDX) TO PO-SPECIAL-ORDER
           MOVE WS-POT-UNIT-COST(WS-PO-IDX) TO PO-UNIT-COST
           MOVE WS-POT-QTY-INVOICED(WS-PO-IDX) TO PO-QTY-INVOICED
           WRITE PURCHORDDETAILS.
       0028-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM VENDINV.
