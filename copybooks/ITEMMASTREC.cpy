      *****************************************************
      * ITEMMASTREC - SHARED ITEM MASTER RECORD            *
      * ONE RECORD ON ITEMMASTER.DAT PER STOCKED ITEM,     *
      * KEYED BY ITEM CODE. AN ITEM FLAGGED AS DATED IS    *
      * RECEIVED BY LOT AND EXPIRATION DATE ONTO LOTS.DAT  *
      * AND ITS ON-HAND IS RELIEVED FIRST-EXPIRING-FIRST   *
      * FROM THOSE LOTS. AN ITEM FLAGGED AS A LIVE ANIMAL  *
      * IS THE GENERIC CODE INDIVIDUAL TAGGED ANIMALS ON   *
      * ANIMALS.DAT SELL UNDER. RECORDS WRITTEN BEFORE     *
      * EITHER FLAG EXISTED CARRY SPACES IN THEM. MASTER-  *
      * ON-HAND IS THE STOCK HELD ACROSS BOTH STORES,      *
      * INCLUDING UNITS IN TRANSIT BETWEEN THEM: THE       *
      * SECOND SHOP'S SHARE AND THE IN-TRANSIT QUANTITY    *
      * ARE CARRIED SEPARATELY AND THE MAIN STORE HOLDS    *
      * WHAT IS LEFT. RECORDS WRITTEN BEFORE THE SECOND    *
      * SHOP OPENED CARRY SPACES IN BOTH, READ AS ZERO.    *
      *****************************************************
       01  ITEMMASTER-RECORD.
           88  ITEMMASTER-EOF          VALUE HIGH-VALUES.
           05  MASTER-ITEM-CODE    PIC X(6).
           05  MASTER-DESCRIPTION  PIC X(10).
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==MASTER-PRICE==.
           05  MASTER-ON-HAND      PIC 9(5).
           05  MASTER-REORDER-POINT PIC 9(5).
           COPY UNITAMTFLD REPLACING ==:NAME:== BY
               ==MASTER-UNIT-COST==.
           05  MASTER-TAXABLE-SW   PIC X(1).
               88  MASTER-TAX-EXEMPT   VALUE "E".
           05  MASTER-DATED-SW     PIC X(1).
               88  MASTER-DATED        VALUE "D".
           05  MASTER-ANIMAL-SW    PIC X(1).
               88  MASTER-LIVE-ANIMAL  VALUE "A".
           05  MASTER-STORE-02-ON-HAND PIC 9(5).
           05  MASTER-IN-TRANSIT   PIC 9(5).
