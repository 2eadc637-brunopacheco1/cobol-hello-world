      *****************************************************
      * VOUCHERREC - SHARED PAYABLES VOUCHER RECORD        *
      * ONE VOUCHER ON VOUCHERS.DAT IS A HEADER RECORD     *
      * (LINE 000) CARRYING THE VENDOR INVOICE, ITS DUE    *
      * DATE, TOTAL AND APPROVAL/PAYMENT STATUS, FOLLOWED  *
      * BY ONE DETAIL RECORD PER INVOICE LINE (LINES 001   *
      * UP) SHOWING HOW THE LINE MATCHED THE PURCHASE      *
      * ORDER AND THE RECEIPT. VENDINV ENTERS, RELEASES    *
      * AND PAYS VOUCHERS, APAGING AGES THE OPEN ONES, AND *
      * THE LEDGER EXTRACT POSTS APPROVALS AND PAYMENTS.   *
      *****************************************************
       01  VOUCHER-RECORD.
           88  VOUCHER-EOF               VALUE HIGH-VALUES.
           02  VO-KEY.
               05  VO-NUMBER             PIC 9(6).
               05  VO-LINE               PIC 9(3).
                   88  VO-IS-HEADER          VALUE ZEROES.
           02  VO-HEADER-DATA.
               05  VO-VENDOR             PIC X(4).
               05  VO-INVOICE-NUMBER     PIC X(12).
               05  VO-INVOICE-DATE       PIC 9(8).
               05  VO-DUE-DATE           PIC 9(8).
               05  VO-ENTERED-DATE       PIC 9(8).
               05  VO-ENTERED-BY         PIC X(8).
               05  VO-LINE-COUNT         PIC 9(3).
               05  VO-INVOICE-TOTAL      PIC 9(7)V99.
               05  VO-STATUS             PIC X(1).
                   88  VO-STATUS-HELD        VALUE "H".
                   88  VO-STATUS-APPROVED    VALUE "A".
                   88  VO-STATUS-PAID        VALUE "P".
                   88  VO-STATUS-VOID        VALUE "V".
               05  VO-HOLD-REASON        PIC X(20).
               05  VO-APPROVED-DATE      PIC 9(8).
               05  VO-APPROVED-BY        PIC X(8).
               05  VO-PAID-DATE          PIC 9(8).
               05  VO-CHECK-NUMBER       PIC 9(6).
           02  VO-LINE-DATA REDEFINES VO-HEADER-DATA.
               05  VO-PO-NUMBER          PIC 9(6).
               05  VO-ITEM-CODE          PIC X(6).
               05  VO-QTY-BILLED         PIC 9(5).
               05  VO-UNIT-COST-BILLED   PIC 999V99.
               05  VO-PO-UNIT-COST       PIC 999V99.
               05  VO-QTY-OPEN           PIC 9(5).
               05  VO-LINE-AMOUNT        PIC 9(7)V99.
               05  VO-MATCH-STATUS       PIC X(1).
                   88  VO-LINE-MATCHED       VALUE "M".
                   88  VO-LINE-PRICE-VAR     VALUE "P".
                   88  VO-LINE-QTY-VAR       VALUE "Q".
                   88  VO-LINE-BOTH-VAR      VALUE "B".
               05  FILLER                PIC X(69).
