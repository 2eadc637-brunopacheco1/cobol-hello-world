      *****************************************************
      * RTVREC - SHARED RETURN-TO-VENDOR RECORD            *
      * ONE AUTHORIZATION ON RTV.DAT IS A HEADER RECORD    *
      * (LINE 000) CARRYING THE VENDOR, THE REASON, THE    *
      * GOODS' COST AND, ONCE IT ARRIVES, THE VENDOR'S     *
      * CREDIT MEMO, FOLLOWED BY ONE DETAIL RECORD PER     *
      * ITEM SENT BACK (LINES 001 UP). RTVAUTH RAISES,     *
      * CREDITS AND VOIDS AUTHORIZATIONS, RTVEXCP LISTS    *
      * THE ONES WAITING TOO LONG FOR CREDIT, AND THE      *
      * LEDGER EXTRACT POSTS THE DAY'S CREDIT MEMOS.       *
      *****************************************************
       01  RTV-RECORD.
           88  RTV-EOF                   VALUE HIGH-VALUES.
           02  RT-KEY.
               05  RT-NUMBER             PIC 9(6).
               05  RT-LINE               PIC 9(3).
                   88  RT-IS-HEADER          VALUE ZEROES.
           02  RT-HEADER-DATA.
               05  RT-VENDOR             PIC X(4).
               05  RT-REASON             PIC X(1).
                   88  RT-REASON-DAMAGED     VALUE "D".
                   88  RT-REASON-RECALL      VALUE "R".
               05  RT-RECALL-REF         PIC X(12).
               05  RT-CREATED-DATE       PIC 9(8).
               05  RT-CREATED-BY         PIC X(8).
               05  RT-LINE-COUNT         PIC 9(3).
               05  RT-TOTAL-QTY          PIC 9(5).
               05  RT-TOTAL-COST         PIC 9(7)V99.
               05  RT-STATUS             PIC X(1).
                   88  RT-STATUS-OPEN        VALUE "O".
                   88  RT-STATUS-CREDITED    VALUE "C".
                   88  RT-STATUS-VOID        VALUE "V".
               05  RT-CREDIT-MEMO        PIC X(12).
               05  RT-CREDIT-DATE        PIC 9(8).
               05  RT-CREDIT-AMOUNT      PIC 9(7)V99.
               05  RT-CLOSED-BY          PIC X(8).
           02  RT-LINE-DATA REDEFINES RT-HEADER-DATA.
               05  RT-ITEM-CODE          PIC X(6).
               05  RT-DESCRIPTION        PIC X(10).
               05  RT-QUANTITY           PIC 9(5).
               05  RT-UNIT-COST          PIC 999V99.
               05  RT-LINE-COST          PIC 9(7)V99.
               05  FILLER                PIC X(53).
