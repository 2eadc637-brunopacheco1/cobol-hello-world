      *****************************************************
      * CHARGEREC - SHARED HOUSE CHARGE ACCOUNT RECORD     *
      * ONE RECORD ON CHARGEACCT.DAT PER CUSTOMER.DAT      *
      * NUMBER ALLOWED TO BUY ON ACCOUNT. CHGMAINT OPENS   *
      * ACCOUNTS AND SETS THE APPROVED CREDIT LIMIT,       *
      * PETSTORE CHARGES SALES AND POSTS PAYMENTS AGAINST  *
      * THE RUNNING BALANCE, AND CHGSTMT STAMPS THE LAST   *
      * STATEMENT DATE AND BALANCE. A CREDIT BALANCE       *
      * (OVERPAID OR RETURNS) CARRIES A NEGATIVE SIGN.     *
      *****************************************************
       01  CHARGE-ACCOUNT-RECORD.
           88  CHARGE-ACCOUNT-EOF        VALUE HIGH-VALUES.
           02  CA-CUSTOMER               PIC 9(7).
           02  CA-STATUS                 PIC X(1).
               88  CA-STATUS-APPROVED        VALUE "A".
               88  CA-STATUS-ON-HOLD         VALUE "H".
               88  CA-STATUS-CLOSED          VALUE "C".
           02  CA-CREDIT-LIMIT           PIC 9(5)V99.
           02  CA-BALANCE                PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           02  CA-OPEN-DATE              PIC 9(8).
           02  CA-APPROVED-BY            PIC X(8).
           02  CA-APPROVED-DATE          PIC 9(8).
           02  CA-LAST-CHARGE-DATE       PIC 9(8).
           02  CA-LAST-PAYMENT-DATE      PIC 9(8).
           02  CA-LAST-STMT-DATE         PIC 9(8).
           02  CA-LAST-STMT-BALANCE      PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           02  FILLER                    PIC X(10).
