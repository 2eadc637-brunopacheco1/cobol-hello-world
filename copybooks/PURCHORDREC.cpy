      *****************************************************
      * PURCHORDREC - SHARED PURCHASE ORDER LINE RECORD    *
      * ONE RECORD ON PURCHORD.DAT PER ITEM ORDERED.       *
      * PORDER WRITES THE ORDER AT THE AGREED UNIT COST,   *
      * RECEIVE POSTS THE QUANTITY THAT ARRIVES, AND       *
      * VENDINV POSTS THE QUANTITY THE VENDOR HAS BILLED.  *
      * RECORDS WRITTEN BEFORE THE SPECIAL ORDER, COST AND *
      * INVOICED FIELDS EXISTED CARRY SPACES IN THEM AND   *
      * ARE READ AS ZERO.                                  *
      *****************************************************
       01  PURCHORDDETAILS.
           88  PURCHORD-ENDOFFILE      VALUE HIGH-VALUES.
           05  PO-NUMBER           PIC 9(6).
           05  PO-DATE             PIC 9(8).
           05  PO-VENDOR           PIC X(4).
           05  PO-ITEM-CODE        PIC X(6).
           05  PO-QTY-ORDERED      PIC 9(5).
           05  PO-QTY-RECEIVED     PIC 9(5).
           05  PO-STATUS           PIC X(1).
               88  PO-STATUS-OPEN      VALUE "O".
               88  PO-STATUS-RECEIVED  VALUE "R".
               88  PO-STATUS-SHORT     VALUE "S".
           05  PO-SPECIAL-ORDER    PIC 9(6).
           05  PO-UNIT-COST        PIC 999V99.
           05  PO-QTY-INVOICED     PIC 9(5).
