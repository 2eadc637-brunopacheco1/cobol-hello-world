      * MASTER AND CUTS AN ORDER FOR EVERY ITEM AT   *
      * OR BELOW ITS REORDER POINT (SAME SUGGESTED   *
      * QUANTITY AS THE REORDER REPORT), AND A KEY   *
      * MODE TAKES A MANUAL ORDER. GENERATE ALSO     *
      * PICKS UP OPEN CUSTOMER SPECIAL ORDERS FOR    *
      * THE VENDOR (OR WITH NO VENDOR GIVEN) FROM    *
      * SPECORD.DAT, ORDERS THEM AS ITEM SPCORD AND  *
      * MARKS THEM ORDERED. VENDORS ARE              *
      * VALIDATED AGAINST VENDOR.DAT, EVERY ORDER    *
      * CARRIES THE AGREED UNIT COST (THE ITEM       *
      * MASTER COST UNLESS ONE IS KEYED) FOR THE     *
      * INVOICE MATCH, ORDER NUMBERS                 *
      * COME FROM THE POCTL.DAT COUNTER THE WAY      *
      * RECEIPTS DO, AND A PRINTED ORDER REGISTER    *
      * GOES TO PURCHASING.                          *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POCTL-FILE-STATUS.

           SELECT SPECORDFILE ASSIGN "specord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               FILE STATUS IS WS-SPECORD-STATUS.

           SELECT POREGISTERFILE ASSIGN "po_register.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  VENDORFILE.
       01  VENDORDETAILS.
           05  VEND-LEAD-DAYS      PIC 9(3).

       FD  PURCHORDFILE.
       COPY PURCHORDREC.

       FD  POCTLFILE.
       01  PO-CONTROL-RECORD.
           05  POCTL-LAST-NUMBER   PIC 9(6).

       FD  SPECORDFILE.
       COPY SPECORDREC.

       FD  POREGISTERFILE.
       01  PO-REGISTER-LINE        PIC X(132).

               ==WS-PO-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-POCTL-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SPECORD-STATUS==.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZEROES.
           05  ORDER-MODE           PIC X VALUE SPACE.
               88  MODE-GENERATE       VALUE "G".
           05  WS-ITEM-FOUND-SW     PIC X VALUE "N".
               88  WS-ITEM-FOUND       VALUE "Y".
           05  WS-ORDER-QTY         PIC 9(5) VALUE ZEROES.
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==WS-ORDER-COST==.
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==WS-MASTER-COST==.
           05  WS-ORDER-EXTENDED    PIC 9(7)V99 VALUE ZEROES.
           05  WS-ORDERED-VALUE     PIC 9(9)V99 VALUE ZEROES.
           05  WS-PO-NUMBER         PIC 9(6) VALUE ZEROES.
           05  WS-ORDERS-WRITTEN    PIC 9(5) VALUE ZEROES.
           05  WS-SPECIAL-ORDER     PIC 9(6) VALUE ZEROES.
           05  WS-SPECIAL-ORDERS-PLACED PIC 9(5) VALUE ZEROES.

       01  WS-PO-HEADING-1.
           05  FILLER             PIC X(36) VALUE
           05  FILLER             PIC X(6)  VALUE "VEND".
           05  FILLER             PIC X(8)  VALUE "ITEM".
           05  FILLER             PIC X(8)  VALUE "ORDERED".
           05  FILLER             PIC X(12) VALUE "   UNIT COST".
           05  FILLER             PIC X(14) VALUE "      EXTENDED".

       01  WS-PO-DETAIL-LINE.
           05  WS-PDL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PDL-QTY==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PDL-COST==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PDL-EXTENDED==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-PO-SPECORD-LINE.
           05  FILLER             PIC X(8)  VALUE SPACES.
           05  FILLER             PIC X(14) VALUE "SPECIAL ORDER ".
           05  WS-PSL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PSL-PART        PIC X(12).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PSL-DESCRIPTION PIC X(20).
           05  FILLER             PIC X(11) VALUE "  CUSTOMER ".
           05  WS-PSL-CUSTOMER    PIC 9(7).

       01  WS-PO-SPECORD-TOTAL-LINE.
           05  FILLER             PIC X(24) VALUE
               "SPECIAL ORDERS PLACED:".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PTL-SPECORD-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       01  WS-PO-TOTAL-LINE.
           05  FILLER             PIC X(24) VALUE "ORDERS WRITTEN:".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PTL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       01  WS-PO-VALUE-LINE.
           05  FILLER             PIC X(24) VALUE "VALUE ORDERED:".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PTL-VALUE==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       PROCEDURE DIVISION.

       0001-RUN-ORDER-ENTRY.
           MOVE WS-ORDERS-WRITTEN TO WS-PTL-COUNT
           MOVE WS-PO-TOTAL-LINE TO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE WS-SPECIAL-ORDERS-PLACED TO WS-PTL-SPECORD-COUNT
           MOVE WS-PO-SPECORD-TOTAL-LINE TO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           MOVE WS-ORDERED-VALUE TO WS-PTL-VALUE
           MOVE WS-PO-VALUE-LINE TO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE
           CLOSE POREGISTERFILE
           CLOSE PURCHORDFILE
           DISPLAY "PORDER - ORDERS WRITTEN: ", WS-ORDERS-WRITTEN
           DISPLAY "PORDER - SPECIAL ORDERS PLACED: ",
               WS-SPECIAL-ORDERS-PLACED
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

                       UNTIL ITEMMASTER-EOF
                   CLOSE ITEMMASTER
               END-IF
               PERFORM 0011-GENERATE-SPECIAL-ORDERS
           END-IF.
       0003-END.

               COMPUTE WS-ORDER-QTY =
                   MASTER-REORDER-POINT * 2 - MASTER-ON-HAND
               MOVE MASTER-ITEM-CODE TO WS-ASKED-ITEM-CODE
               MOVE MASTER-UNIT-COST TO WS-ORDER-COST
               MOVE ZEROES TO WS-SPECIAL-ORDER
               PERFORM 0006-WRITE-ONE-ORDER
           END-IF
           READ ITEMMASTER NEXT RECORD
                   DISPLAY "Quantity to order:"
                   ACCEPT WS-ORDER-QTY
                   IF WS-ORDER-QTY IS GREATER THAN ZEROES
                       DISPLAY "Unit cost (0 for the item master "
                           "cost):"
                       ACCEPT WS-ORDER-COST
                       IF WS-ORDER-COST IS EQUAL TO ZEROES
                           MOVE WS-MASTER-COST TO WS-ORDER-COST
                       END-IF
                       MOVE ZEROES TO WS-SPECIAL-ORDER
                       PERFORM 0006-WRITE-ONE-ORDER
                   ELSE
                       DISPLAY "Quantity must be greater than zero."
           MOVE WS-ORDER-QTY TO PO-QTY-ORDERED
           MOVE ZEROES TO PO-QTY-RECEIVED
           SET PO-STATUS-OPEN TO TRUE
           MOVE WS-SPECIAL-ORDER TO PO-SPECIAL-ORDER
           MOVE WS-ORDER-COST TO PO-UNIT-COST
           MOVE ZEROES TO PO-QTY-INVOICED
           WRITE PURCHORDDETAILS
           ADD 1 TO WS-ORDERS-WRITTEN
           COMPUTE WS-ORDER-EXTENDED = WS-ORDER-QTY * WS-ORDER-COST
           ADD WS-ORDER-EXTENDED TO WS-ORDERED-VALUE
           MOVE WS-PO-NUMBER TO WS-PDL-NUMBER
           MOVE WS-RUN-DATE TO WS-PDL-DATE
           MOVE WS-ASKED-VENDOR TO WS-PDL-VENDOR
           MOVE WS-ASKED-ITEM-CODE TO WS-PDL-ITEM
           MOVE WS-ORDER-QTY TO WS-PDL-QTY
           MOVE WS-ORDER-COST TO WS-PDL-COST
           MOVE WS-ORDER-EXTENDED TO WS-PDL-EXTENDED
           MOVE WS-PO-DETAIL-LINE TO PO-REGISTER-LINE
           WRITE PO-REGISTER-LINE.
       0006-END.

       0009-VALIDATE-ITEM.
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE ZEROES TO WS-MASTER-COST
           OPEN INPUT ITEMMASTER
           IF WS-ITEMMASTER-STATUS-OK
               MOVE WS-ASKED-ITEM-CODE TO MASTER-ITEM-CODE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ITEM-FOUND-SW
                       MOVE MASTER-UNIT-COST TO WS-MASTER-COST
               END-READ
               CLOSE ITEMMASTER
           ELSE
           CLOSE POCTLFILE.
       0010-END.

      * OPEN SPECIAL ORDERS TAKEN AT THE REGISTER ARE ORDERED FROM
      * THE VENDOR BEING GENERATED FOR; ONE WITH NO VENDOR ON IT
      * GOES TO WHICHEVER VENDOR IS GENERATED NEXT. EACH BECOMES ITS
      * OWN ORDER LINE UNDER ITEM SPCORD SO RECEIVE CAN TELL IT
      * APART FROM STOCK.
       0011-GENERATE-SPECIAL-ORDERS.
           OPEN I-O SPECORDFILE
           IF WS-SPECORD-STATUS-OK
               READ SPECORDFILE NEXT RECORD
                   AT END SET SPECIAL-ORDER-EOF TO TRUE
               END-READ
               PERFORM 0012-CHECK-ONE-SPECIAL-ORDER
                   UNTIL SPECIAL-ORDER-EOF
               CLOSE SPECORDFILE
           END-IF.
       0011-END.

       0012-CHECK-ONE-SPECIAL-ORDER.
           IF SO-STATUS-OPEN AND
               (SO-VENDOR IS EQUAL TO WS-ASKED-VENDOR OR
                SO-VENDOR IS EQUAL TO SPACES)
               MOVE "SPCORD" TO WS-ASKED-ITEM-CODE
               MOVE SO-QUANTITY TO WS-ORDER-QTY
               MOVE SO-NUMBER TO WS-SPECIAL-ORDER
               DISPLAY "Unit cost for special order ", SO-NUMBER,
                   " ", SO-DESCRIPTION, " (quoted at ",
                   SO-QUOTED-PRICE, "):"
               ACCEPT WS-ORDER-COST
               PERFORM 0006-WRITE-ONE-ORDER
               MOVE SO-NUMBER TO WS-PSL-NUMBER
               MOVE SO-VENDOR-PART TO WS-PSL-PART
               MOVE SO-DESCRIPTION TO WS-PSL-DESCRIPTION
               MOVE SO-CUSTOMER TO WS-PSL-CUSTOMER
               MOVE WS-PO-SPECORD-LINE TO PO-REGISTER-LINE
               WRITE PO-REGISTER-LINE
               MOVE WS-ASKED-VENDOR TO SO-VENDOR
               MOVE WS-PO-NUMBER TO SO-PO-NUMBER
               MOVE WS-RUN-DATE TO SO-ORDERED-DATE
               SET SO-STATUS-ORDERED TO TRUE
               REWRITE SPECIAL-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "PORDER - SPECIAL ORDER ", SO-NUMBER,
                           " COULD NOT BE MARKED ORDERED"
               END-REWRITE
               ADD 1 TO WS-SPECIAL-ORDERS-PLACED
           END-IF
           READ SPECORDFILE NEXT RECORD
               AT END SET SPECIAL-ORDER-EOF TO TRUE
           END-READ.
       0012-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
