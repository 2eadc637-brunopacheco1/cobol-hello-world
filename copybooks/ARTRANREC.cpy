      *****************************************************
      * ARTRANREC - SHARED HOUSE ACCOUNT TRANSACTION       *
      * ONE LINE ON ARTRAN.DAT PER MOVEMENT ON A HOUSE     *
      * CHARGE ACCOUNT, APPENDED BY PETSTORE AS IT         *
      * HAPPENS: C A SALE CHARGED TO THE ACCOUNT (RECEIPT  *
      * NUMBER AS REFERENCE), P A PAYMENT ON ACCOUNT, R A  *
      * RETURN CREDITED BACK TO THE ACCOUNT. CHGSTMT READS *
      * THE FILE FOR STATEMENT DETAIL AND AGING.           *
      *****************************************************
       01  AR-TRANSACTION-RECORD.
           88  AR-TRANSACTION-EOF        VALUE HIGH-VALUES.
           02  AT-CUSTOMER               PIC 9(7).
           02  AT-DATE                   PIC 9(8).
           02  AT-TIME                   PIC 9(8).
           02  AT-TYPE                   PIC X(1).
               88  AT-CHARGE                 VALUE "C".
               88  AT-PAYMENT                VALUE "P".
               88  AT-RETURN-CREDIT          VALUE "R".
           02  AT-AMOUNT                 PIC 9(7)V99.
           02  AT-REFERENCE              PIC 9(6).
           02  AT-TENDER                 PIC X(1).
           02  AT-CASHIER                PIC X(8).
           02  AT-REGISTER               PIC X(2).
