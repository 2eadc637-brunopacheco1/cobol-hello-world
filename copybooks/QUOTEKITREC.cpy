      *****************************************************
      * QUOTEKITREC - SHARED QUOTE KIT COMPONENT RECORD    *
      * ONE RECORD ON QUOTEKIT.DAT PER STOCKED COMPONENT   *
      * OF A QUOTED ENCLOSURE, WRITTEN BY CIRCLECALCS WHEN *
      * IT EXPANDS THE QUOTE AGAINST THE STYLE'S BILL OF   *
      * MATERIALS AND PRINTS THE PICK LIST. THE QUANTITY   *
      * IS WHOLE UNITS FOR ONE ENCLOSURE. WHEN THE QUOTE   *
      * IS SOLD THE REGISTER RELIEVES EACH COMPONENT FROM  *
      * ON-HAND, AND PUTS THEM BACK IF THE SALE IS         *
      * CANCELLED. A QUOTE WITH NO STYLE HAS NO RECORDS.   *
      *****************************************************
       01  QUOTE-KIT-RECORD.
           88  QUOTE-KIT-EOF             VALUE HIGH-VALUES.
           02  QK-QUOTE-NUMBER           PIC 9(6).
           02  QK-STYLE                  PIC X(4).
           02  QK-ITEM-CODE              PIC X(6).
           02  QK-ROLE                   PIC X(10).
           02  QK-QUANTITY               PIC 9(5).
           02  FILLER                    PIC X(10).
