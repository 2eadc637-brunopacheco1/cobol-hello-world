      *****************************************************
      * PRICECHGREC - SHARED PERMANENT PRICE CHANGE RECORD *
      * ONE BATCH ON PRICECHG.DAT IS A HEADER RECORD (LINE *
      * 000) CARRYING THE EFFECTIVE DATE, THE REASON AND   *
      * WHO KEYED AND REVIEWED IT, FOLLOWED BY ONE DETAIL  *
      * RECORD PER ITEM REPRICED (LINES 001 UP).           *
      * PRICEMAINT KEYS A BATCH AND HAS A SUPERVISOR       *
      * APPROVE OR REJECT IT; PRICEAPPLY MOVES THE NEW     *
      * PRICES OF AN APPROVED BATCH INTO MASTER-PRICE WHEN *
      * IT FALLS DUE AND MARKS EACH LINE APPLIED OR NOT ON *
      * FILE.                                              *
      *****************************************************
       01  PRICE-CHANGE-RECORD.
           88  PRICE-CHANGE-EOF          VALUE HIGH-VALUES.
           02  PC-KEY.
               05  PC-BATCH              PIC 9(6).
               05  PC-LINE               PIC 9(3).
                   88  PC-IS-HEADER          VALUE ZEROES.
           02  PC-HEADER-DATA.
               05  PC-EFFECTIVE-DATE     PIC 9(8).
               05  PC-REASON             PIC X(30).
               05  PC-ENTERED-DATE       PIC 9(8).
               05  PC-ENTERED-BY         PIC X(8).
               05  PC-LINE-COUNT         PIC 9(3).
               05  PC-STATUS             PIC X(1).
                   88  PC-STATUS-PENDING     VALUE "P".
                   88  PC-STATUS-APPROVED    VALUE "A".
                   88  PC-STATUS-REJECTED    VALUE "R".
                   88  PC-STATUS-APPLIED     VALUE "D".
               05  PC-REVIEWED-DATE      PIC 9(8).
               05  PC-REVIEWED-BY        PIC X(8).
               05  PC-APPLIED-DATE       PIC 9(8).
           02  PC-LINE-DATA REDEFINES PC-HEADER-DATA.
               05  PC-ITEM-CODE          PIC X(6).
               05  PC-DESCRIPTION        PIC X(10).
               05  PC-KEYED-PRICE        PIC 999V99.
               05  PC-NEW-PRICE          PIC 999V99.
               05  PC-LINE-STATUS        PIC X(1).
                   88  PC-LINE-WAITING       VALUE SPACE.
                   88  PC-LINE-APPLIED       VALUE "A".
                   88  PC-LINE-NOT-ON-FILE   VALUE "N".
               05  PC-APPLIED-OLD-PRICE  PIC 999V99.
               05  FILLER                PIC X(50).
