      *****************************************************
      * SPECORDREC - SHARED SPECIAL ORDER RECORD           *
      * ONE RECORD ON SPECORD.DAT PER ITEM A CUSTOMER HAS  *
      * ASKED US TO ORDER IN THAT THE ITEM MASTER DOES NOT *
      * CARRY. PETSTORE TAKES THE ORDER AND DEPOSIT AND    *
      * LATER RINGS THE PICK-UP, PORDER PUTS OPEN ORDERS   *
      * ON A PURCHASE ORDER, AND RECEIVE MARKS THEM        *
      * ARRIVED WHEN THE GOODS COME IN.                    *
      *****************************************************
       01  SPECIAL-ORDER-RECORD.
           88  SPECIAL-ORDER-EOF         VALUE HIGH-VALUES.
           02  SO-NUMBER                 PIC 9(6).
           02  SO-CUSTOMER               PIC 9(7).
           02  SO-TAKEN-DATE             PIC 9(8).
           02  SO-DESCRIPTION            PIC X(20).
           02  SO-VENDOR                 PIC X(4).
           02  SO-VENDOR-PART            PIC X(12).
           02  SO-QUANTITY               PIC 9(3).
           02  SO-QUOTED-PRICE           PIC 999V99.
           02  SO-TAXABLE-SW             PIC X(1).
               88  SO-TAX-EXEMPT             VALUE "E".
           02  SO-DEPOSIT                PIC 9(5)V99.
           02  SO-STATUS                 PIC X(1).
               88  SO-STATUS-OPEN            VALUE "O".
               88  SO-STATUS-ORDERED         VALUE "P".
               88  SO-STATUS-ARRIVED         VALUE "A".
               88  SO-STATUS-PICKED-UP       VALUE "C".
           02  SO-PO-NUMBER              PIC 9(6).
           02  SO-ORDERED-DATE           PIC 9(8).
           02  SO-ARRIVED-DATE           PIC 9(8).
           02  SO-PICKUP-DATE            PIC 9(8).
           02  SO-RECEIPT-NUMBER         PIC 9(6).
           02  SO-CASHIER-ID             PIC X(8).
           02  FILLER                    PIC X(10).
