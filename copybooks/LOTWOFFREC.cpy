      *****************************************************
      * LOTWOFFREC - SHARED EXPIRED LOT WRITE-OFF RECORD   *
      * LOTWOFF APPENDS ONE RECORD TO LOTWOFF.DAT FOR      *
      * EVERY EXPIRED LOT IT TAKES OUT OF STOCK. THE NEXT  *
      * INVCOUNT UPDATE RUN REPORTS THEM AS SHRINKAGE      *
      * ALONGSIDE THE COUNT VARIANCES AND CLEARS THE FILE. *
      *****************************************************
       01  LOT-WRITEOFF-RECORD.
           88  LOT-WRITEOFF-EOF          VALUE HIGH-VALUES.
           02  LW-DATE                   PIC 9(8).
           02  LW-ITEM-CODE              PIC X(6).
           02  LW-DESCRIPTION            PIC X(10).
           02  LW-LOT-NUMBER             PIC X(10).
           02  LW-EXPIRY-DATE            PIC 9(8).
           02  LW-QUANTITY               PIC 9(5).
           02  LW-UNIT-PRICE             PIC 999V99.
           02  LW-UNIT-COST              PIC 999V99.
