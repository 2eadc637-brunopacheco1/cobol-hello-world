      *****************************************************
      * HELDTKTREC - SHARED HELD TICKET RECORD             *
      * A TICKET SUSPENDED AT THE REGISTER IS KEPT ON      *
      * HELDTICKET.DAT UNDER ITS SLIP NUMBER AS ONE HEADER *
      * (CUSTOMER AND NUMBER OF LINES IN HT-QUANTITY)      *
      * FOLLOWED BY ONE DETAIL PER ITEM LINE. PETSTORE     *
      * WRITES AND RECALLS THEM; EODCLOSE LISTS THE ONES   *
      * STILL HELD AT THE END OF THE DAY.                  *
      *****************************************************
       01  HELDTICKETDETAILS.
           88  HELD-EOF              VALUE HIGH-VALUES.
           05  HT-REC-TYPE           PIC X.
               88  HT-IS-HEADER          VALUE 'H'.
               88  HT-IS-DETAIL          VALUE 'D'.
           05  HT-SLIP-NUMBER        PIC 9(4).
           05  HT-DATE               PIC 9(8).
           05  HT-CUSTOMER           PIC 9(7).
           05  HT-ITEM-CODE          PIC X(6).
           05  HT-DESCRIPTION        PIC X(10).
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==HT-PRICE==.
           05  HT-QUANTITY           PIC 999.
           05  HT-PROMO-SW           PIC X.
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==HT-UNIT-COST==.
           05  HT-TAXABLE-SW         PIC X.
               88  HT-TAX-EXEMPT         VALUE 'E'.
           05  HT-TAG-NUMBER         PIC X(8).
           05  HT-APPT-NUMBER        PIC 9(6).
           05  HT-QUOTE-NUMBER       PIC 9(6).
