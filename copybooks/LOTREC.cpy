      *****************************************************
      * LOTREC - SHARED STOCK LOT RECORD                   *
      * ONE RECORD ON LOTS.DAT PER LOT OF A DATED ITEM     *
      * (FOOD, TREATS, MEDICATIONS), KEYED BY ITEM, THEN   *
      * EXPIRATION DATE, THEN THE VENDOR'S LOT NUMBER, SO  *
      * READING FORWARD FROM AN ITEM GIVES ITS LOTS        *
      * FIRST-EXPIRING-FIRST. RECEIVE ADDS THE LOTS AS     *
      * THEY ARRIVE, THE REGISTER RELIEVES THEM IN KEY     *
      * ORDER, LOTWOFF WRITES OFF THE EXPIRED ONES AND     *
      * LOTPULL LISTS THE ONES ABOUT TO EXPIRE.            *
      *****************************************************
       01  LOT-RECORD.
           88  LOT-EOF                   VALUE HIGH-VALUES.
           02  LOT-KEY.
               05  LOT-ITEM-CODE         PIC X(6).
               05  LOT-EXPIRY-DATE       PIC 9(8).
               05  LOT-NUMBER            PIC X(10).
           02  LOT-RECEIVED-DATE         PIC 9(8).
           02  LOT-PO-NUMBER             PIC 9(6).
           02  LOT-QTY-RECEIVED          PIC 9(5).
           02  LOT-ON-HAND               PIC 9(5).
           02  LOT-STATUS                PIC X(1).
               88  LOT-STATUS-ACTIVE         VALUE "A".
               88  LOT-STATUS-EMPTY          VALUE "E".
               88  LOT-STATUS-WRITTEN-OFF    VALUE "W".
           02  LOT-WRITEOFF-DATE         PIC 9(8).
           02  LOT-WRITEOFF-QTY          PIC 9(5).
           02  FILLER                    PIC X(10).
