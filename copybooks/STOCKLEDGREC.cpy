      *****************************************************
      * STOCKLEDGREC - SHARED STOCK LEDGER RECORD          *
      * ONE RECORD ON STOCKLEDGER.DAT FOR EVERY CHANGE TO  *
      * AN ITEM'S ON-HAND QUANTITY OR UNIT COST, WRITTEN   *
      * BY WHICHEVER PROGRAM MADE THE CHANGE. THE RECORD   *
      * CARRIES THE ON-HAND AND MOVING-AVERAGE COST LEFT   *
      * AFTER THE MOVEMENT, AND THE EXTENDED COST IS THE   *
      * CHANGE IN THE ITEM'S STOCK VALUE (ON-HAND TIMES    *
      * COST), SO OPENING VALUE PLUS THE EXTENDED COSTS    *
      * ALWAYS GIVES CLOSING VALUE. THE LEDGER EXTRACT     *
      * POSTS THE DAY'S EXTENDED COSTS TO INVENTORY AND    *
      * INVVALUE VALUES THE STOCK AT MONTH END FROM IT.    *
      * THE STORE CODE SAYS WHICH SHOP THE MOVEMENT        *
      * HAPPENED AT; A TRANSFER BETWEEN THE SHOPS LEAVES   *
      * THE CHAIN'S ON-HAND ALONE AND ONLY A SHORTFALL     *
      * FOUND ON ARRIVAL IS LEDGERED.                      *
      *****************************************************
       01  STOCK-LEDGER-RECORD.
           88  STOCK-LEDGER-EOF          VALUE HIGH-VALUES.
           02  STK-DATE                  PIC 9(8).
           02  STK-TIME                  PIC 9(8).
           02  STK-ITEM-CODE             PIC X(6).
           02  STK-MOVE-TYPE             PIC X(1).
               88  STK-MOVE-SALE             VALUE "S".
               88  STK-MOVE-RETURN           VALUE "R".
               88  STK-MOVE-RECEIPT          VALUE "V".
               88  STK-MOVE-COUNT            VALUE "C".
               88  STK-MOVE-MAINTENANCE      VALUE "M".
               88  STK-MOVE-LAYAWAY          VALUE "L".
               88  STK-MOVE-RESTOCK          VALUE "F".
               88  STK-MOVE-RTV              VALUE "T".
               88  STK-MOVE-EXPIRED          VALUE "X".
               88  STK-MOVE-MORTALITY        VALUE "D".
               88  STK-MOVE-TRANSFER-LOSS    VALUE "Z".
           02  STK-QUANTITY              PIC S9(5)
                                             SIGN LEADING SEPARATE.
           02  STK-UNIT-COST             PIC 999V99.
           02  STK-EXTENDED-COST         PIC S9(7)V99
                                             SIGN LEADING SEPARATE.
           02  STK-ON-HAND-AFTER         PIC 9(5).
           02  STK-AVG-COST-AFTER        PIC 999V99.
           02  STK-SOURCE-PROGRAM        PIC X(10).
           02  STK-REFERENCE             PIC X(12).
           02  STK-OPERATOR              PIC X(10).
           02  STK-STORE-CODE            PIC X(2).
           02  FILLER                    PIC X(8).
