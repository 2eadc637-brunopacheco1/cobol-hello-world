      * REGISTER IS PRINTED. THE ORDER FILE IS       *
      * LOADED AT START AND REWRITTEN IN FULL AT     *
      * QUIT, THE SAME WAY DEPTMAINT HANDLES ITS     *
      * REFERENCE FILES. AN ORDER LINE PLACED FOR A  *
      * CUSTOMER SPECIAL ORDER DOES NOT GO INTO      *
      * STOCK; WHEN IT IS FULLY RECEIVED THE SPECIAL *
      * ORDER IS MARKED ARRIVED ON SPECORD.DAT AND   *
      * LISTED ON A CUSTOMER PICK-UP NOTICE LIST SO  *
      * THE STORE CAN CALL THE CUSTOMER. A RECEIPT   *
      * AT A COST ON THE ORDER RE-AVERAGES THE       *
      * ITEM'S UNIT COST (MOVING AVERAGE) AND IS     *
      * WRITTEN TO THE STOCK LEDGER. AN ITEM FLAGGED *
      * AS DATED IS RECEIVED BY LOT: EACH LOT NUMBER *
      * AND EXPIRATION DATE IN THE SHIPMENT IS       *
      * ADDED TO LOTS.DAT WITH ITS QUANTITY. GOODS   *
      * ARE RECEIVED INTO THE STORE KEYED AT START;  *
      * THE SAME RUN TAKES IN STOCK TRANSFERS FROM   *
      * THE OTHER STORE, MOVING THEM OUT OF TRANSIT  *
      * AND WRITING OFF ANY SHORTFALL.               *
      ************************************************

       ENVIRONMENT DIVISION.
           SELECT RECVREGISTERFILE ASSIGN "receiving_register.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STOCKLEDGERFILE ASSIGN "stockledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDGER-STATUS.

           SELECT JOURNALFILE ASSIGN "mastjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SPECORDFILE ASSIGN "specord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               FILE STATUS IS WS-SPECORD-STATUS.

           SELECT CUSTOMERFILE ASSIGN "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT PICKUPLISTFILE ASSIGN "special_pickup.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOTFILE ASSIGN "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT TRANSFERFILE ASSIGN "transfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-KEY
               FILE STATUS IS WS-TRANSFER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  PURCHORDFILE.
       COPY PURCHORDREC.

       FD  RECVREGISTERFILE.
       01  RECV-REGISTER-LINE      PIC X(132).

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  JOURNALFILE.
       COPY JRNLREC.

       FD  SPECORDFILE.
       COPY SPECORDREC.

       FD  CUSTOMERFILE.
       01  CUSTOMER-RECORD.
           05  CU-NUMBER             PIC 9(7).
           05  CU-NAME               PIC X(20).
           05  CU-POINTS             PIC 9(7).
           05  CU-JOIN-DATE          PIC 9(8).
           05  CU-STATUS             PIC X(1).
               88  CU-INACTIVE           VALUE 'I'.
           05  CU-LAST-ACTIVITY-DATE PIC 9(8).

       FD  PICKUPLISTFILE.
       01  PICKUP-LIST-LINE        PIC X(132).

       FD  LOTFILE.
       COPY LOTREC.

       FD  TRANSFERFILE.
       COPY TRANSFERREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-JOURNAL-STATUS==.
           05  WS-OPERATOR-NAME     PIC X(10) VALUE SPACES.
           05  WS-JRN-OLD-IMAGE     PIC X(64) VALUE SPACES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-STKLEDGER-STATUS==.
           05  WS-STK-OLD-ON-HAND   PIC 9(5) VALUE ZEROES.
           05  WS-STK-OLD-COST      PIC 999V99 VALUE ZEROES.
           05  WS-STK-MOVE-COST     PIC 999V99 VALUE ZEROES.
           05  WS-STK-QUANTITY      PIC S9(5) VALUE ZEROES.
           05  WS-STK-EXTENDED      PIC S9(7)V99 VALUE ZEROES.
           05  WS-STK-MOVE-TYPE     PIC X(1) VALUE SPACE.
           05  WS-STK-REFERENCE     PIC X(12) VALUE SPACES.
           05  WS-JRN-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-JRN-TIME          PIC 9(8) VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SPECORD-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CUSTOMER-STATUS==.
           05  WS-SPECORD-AVAIL-SW  PIC X VALUE "N".
               88  WS-SPECORD-AVAILABLE VALUE "Y".
           05  WS-CUSTOMER-AVAIL-SW PIC X VALUE "N".
               88  WS-CUSTOMER-AVAILABLE VALUE "Y".
           05  WS-ARRIVED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LOT-STATUS==.
           05  WS-LOT-AVAIL-SW      PIC X VALUE "N".
               88  WS-LOT-AVAILABLE     VALUE "Y".
           05  WS-LOT-UNASSIGNED    PIC 9(5) VALUE ZEROES.
           05  WS-LOT-QTY           PIC 9(5) VALUE ZEROES.
           05  WS-LOT-NUMBER        PIC X(10) VALUE SPACES.
           05  WS-LOT-COUNT         PIC 9(5) VALUE ZEROES.
           05  WS-EXPIRY-OK-SW      PIC X VALUE "N".
               88  WS-EXPIRY-OK         VALUE "Y".
           COPY STORECODE REPLACING ==:NAME:== BY ==WS-STORE-CODE==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TRANSFER-STATUS==.
           05  WS-TRANSFER-AVAIL-SW PIC X VALUE "N".
               88  WS-TRANSFER-AVAILABLE VALUE "Y".
           05  WS-ASKED-XF-NUMBER   PIC 9(6) VALUE ZEROES.
           05  WS-XF-LINE-COUNT     PIC 9(3) VALUE ZEROES.
           05  WS-XF-LINE-IDX       PIC 9(3) VALUE ZEROES.
           05  WS-XF-LINE-SHORT     PIC 9(5) VALUE ZEROES.
           05  WS-XF-SHORT-QTY      PIC 9(5) VALUE ZEROES.
           05  WS-XF-RECEIVED-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-XF-SHORT-COUNT    PIC 9(5) VALUE ZEROES.

       01  WS-LOT-EXPIRY.
           05  WS-LOT-EXPIRY-YEAR   PIC 9(4).
           05  WS-LOT-EXPIRY-MONTH  PIC 9(2).
           05  WS-LOT-EXPIRY-DAY    PIC 9(2).
       01  WS-LOT-EXPIRY-NUM REDEFINES WS-LOT-EXPIRY PIC 9(8).

       01  WS-PO-TABLE.
           05  WS-PO-ENTRY OCCURS 500 TIMES.
               10  WS-POT-STATUS       PIC X(1).
                   88  WS-POT-OPEN         VALUE "O".
                   88  WS-POT-SHORT        VALUE "S".
               10  WS-POT-SPECIAL-ORDER PIC 9(6).
               10  WS-POT-UNIT-COST    PIC 999V99.
               10  WS-POT-QTY-INVOICED PIC 9(5).

       01  WS-RECV-HEADING-1.
           05  FILLER             PIC X(30) VALUE
               "PETSTORE - RECEIVING REGISTER".
           05  FILLER             PIC X(8)  VALUE "  STORE ".
           05  WS-RH-STORE        PIC X(2).

       01  WS-RECV-COLUMN-HEADINGS.
           05  FILLER             PIC X(8)  VALUE "ORDER".
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-RDL-STATUS      PIC X(8).

       01  WS-PICKUP-HEADING-1.
           05  FILLER             PIC X(40) VALUE
               "PETSTORE - SPECIAL ORDER PICK-UP NOTICES".
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-PUH-DATE        PIC 9(8).

       01  WS-PICKUP-COLUMN-HEADINGS.
           05  FILLER             PIC X(8)  VALUE "ORDER".
           05  FILLER             PIC X(9)  VALUE "CUSTOMER".
           05  FILLER             PIC X(22) VALUE "NAME".
           05  FILLER             PIC X(22) VALUE "ITEM".
           05  FILLER             PIC X(5)  VALUE "QTY".
           05  FILLER             PIC X(12) VALUE "QUOTED".
           05  FILLER             PIC X(10) VALUE "DEPOSIT".

       01  WS-PICKUP-DETAIL-LINE.
           05  WS-PUL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PUL-CUSTOMER    PIC 9(7).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PUL-NAME        PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PUL-DESCRIPTION PIC X(20).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PUL-QUANTITY==
               ==:WIDTH:== BY ==ZZ9==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PUL-QUOTED==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PUL-DEPOSIT==
               ==:WIDTH:== BY ==$$,$$9.99==.

       01  WS-RECV-TOTAL-LINE.
           05  WS-RTL-LABEL       PIC X(24).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RTL-COUNT==
       0001-RUN-RECEIVING.
           DISPLAY "Enter your name"
           ACCEPT WS-OPERATOR-NAME
           MOVE SPACES TO WS-STORE-CODE
           PERFORM 0019-ASK-STORE-CODE UNTIL WS-STORE-CODE-VALID
           PERFORM 0002-LOAD-ORDER-TABLE
           OPEN I-O TRANSFERFILE
           IF WS-TRANSFER-STATUS-OK
               SET WS-TRANSFER-AVAILABLE TO TRUE
           END-IF
           IF WS-PO-COUNT IS EQUAL TO ZEROES AND
               NOT WS-TRANSFER-AVAILABLE
               DISPLAY "RECEIVE - NO PURCHASE ORDERS OR STOCK "
                   "TRANSFERS ON HAND, NOTHING TO RECEIVE"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
               DISPLAY "RECEIVE - ITEM MASTER NOT AVAILABLE, "
                   "ON-HAND NOT UPDATED"
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O LOTFILE
           IF NOT WS-LOT-STATUS-OK
               OPEN OUTPUT LOTFILE
               IF WS-LOT-STATUS-OK
                   CLOSE LOTFILE
                   OPEN I-O LOTFILE
               END-IF
           END-IF
           IF WS-LOT-STATUS-OK
               SET WS-LOT-AVAILABLE TO TRUE
           END-IF
           OPEN I-O SPECORDFILE
           IF WS-SPECORD-STATUS-OK
               SET WS-SPECORD-AVAILABLE TO TRUE
               OPEN INPUT CUSTOMERFILE
               IF WS-CUSTOMER-STATUS-OK
                   SET WS-CUSTOMER-AVAILABLE TO TRUE
               END-IF
           END-IF
           OPEN OUTPUT PICKUPLISTFILE
           MOVE WS-RUN-DATE TO WS-PUH-DATE
           MOVE WS-PICKUP-HEADING-1 TO PICKUP-LIST-LINE
           WRITE PICKUP-LIST-LINE
           MOVE SPACES TO PICKUP-LIST-LINE
           WRITE PICKUP-LIST-LINE
           MOVE WS-PICKUP-COLUMN-HEADINGS TO PICKUP-LIST-LINE
           WRITE PICKUP-LIST-LINE
           OPEN OUTPUT RECVREGISTERFILE
           MOVE WS-STORE-CODE TO WS-RH-STORE
           MOVE WS-RECV-HEADING-1 TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           MOVE SPACES TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           MOVE WS-RECV-COLUMN-HEADINGS TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           IF WS-PO-COUNT IS GREATER THAN ZEROES
               PERFORM 0004-RECEIVE-ONE-ORDER
               PERFORM 0004-RECEIVE-ONE-ORDER
                   UNTIL WS-ASKED-PO-NUMBER IS EQUAL TO ZEROES
           END-IF
           IF WS-TRANSFER-AVAILABLE
               IF WS-ITEMMASTER-AVAILABLE
                   PERFORM 0020-RECEIVE-ONE-TRANSFER
                   PERFORM 0020-RECEIVE-ONE-TRANSFER
                       UNTIL WS-ASKED-XF-NUMBER IS EQUAL TO ZEROES
               ELSE
                   DISPLAY "RECEIVE - STOCK TRANSFERS CANNOT BE "
                       "RECEIVED WITHOUT THE ITEM MASTER"
               END-IF
               CLOSE TRANSFERFILE
           END-IF
           IF WS-ITEMMASTER-AVAILABLE
               CLOSE ITEMMASTER
           END-IF
           IF WS-LOT-AVAILABLE
               CLOSE LOTFILE
           END-IF
           MOVE SPACES TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           MOVE "RECEIPTS POSTED:" TO WS-RTL-LABEL
           MOVE WS-SHORT-COUNT TO WS-RTL-COUNT
           MOVE WS-RECV-TOTAL-LINE TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           MOVE "SPECIAL ORDERS ARRIVED:" TO WS-RTL-LABEL
           MOVE WS-ARRIVED-COUNT TO WS-RTL-COUNT
           MOVE WS-RECV-TOTAL-LINE TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           MOVE "DATED LOTS RECORDED:" TO WS-RTL-LABEL
           MOVE WS-LOT-COUNT TO WS-RTL-COUNT
           MOVE WS-RECV-TOTAL-LINE TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           MOVE "TRANSFERS RECEIVED:" TO WS-RTL-LABEL
           MOVE WS-XF-RECEIVED-COUNT TO WS-RTL-COUNT
           MOVE WS-RECV-TOTAL-LINE TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           MOVE "TRANSFERS ARRIVED SHORT:" TO WS-RTL-LABEL
           MOVE WS-XF-SHORT-COUNT TO WS-RTL-COUNT
           MOVE WS-RECV-TOTAL-LINE TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE
           CLOSE RECVREGISTERFILE
           MOVE SPACES TO PICKUP-LIST-LINE
           WRITE PICKUP-LIST-LINE
           MOVE "CUSTOMERS TO CALL:" TO WS-RTL-LABEL
           MOVE WS-ARRIVED-COUNT TO WS-RTL-COUNT
           MOVE WS-RECV-TOTAL-LINE TO PICKUP-LIST-LINE
           WRITE PICKUP-LIST-LINE
           CLOSE PICKUPLISTFILE
           IF WS-SPECORD-AVAILABLE
               CLOSE SPECORDFILE
           END-IF
           IF WS-CUSTOMER-AVAILABLE
               CLOSE CUSTOMERFILE
           END-IF
           PERFORM 0008-REWRITE-ORDER-FILE
           DISPLAY "RECEIVE - RECEIPTS POSTED: ", WS-RECEIPT-COUNT,
               " SHORT: ", WS-SHORT-COUNT
           DISPLAY "RECEIVE - SPECIAL ORDERS ARRIVED: ",
               WS-ARRIVED-COUNT
           DISPLAY "RECEIVE - TRANSFERS RECEIVED: ",
               WS-XF-RECEIVED-COUNT, " SHORT: ", WS-XF-SHORT-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

               MOVE PO-QTY-RECEIVED TO
                   WS-POT-QTY-RECEIVED(WS-PO-COUNT)
               MOVE PO-STATUS TO WS-POT-STATUS(WS-PO-COUNT)
               IF PO-SPECIAL-ORDER IS NUMERIC
                   MOVE PO-SPECIAL-ORDER TO
                       WS-POT-SPECIAL-ORDER(WS-PO-COUNT)
               ELSE
                   MOVE ZEROES TO WS-POT-SPECIAL-ORDER(WS-PO-COUNT)
               END-IF
               IF PO-UNIT-COST IS NUMERIC
                   MOVE PO-UNIT-COST TO WS-POT-UNIT-COST(WS-PO-COUNT)
               ELSE
                   MOVE ZEROES TO WS-POT-UNIT-COST(WS-PO-COUNT)
               END-IF
               IF PO-QTY-INVOICED IS NUMERIC
                   MOVE PO-QTY-INVOICED TO
                       WS-POT-QTY-INVOICED(WS-PO-COUNT)
               ELSE
                   MOVE ZEROES TO WS-POT-QTY-INVOICED(WS-PO-COUNT)
               END-IF
           END-IF
           READ PURCHORDFILE
               AT END SET PURCHORD-ENDOFFILE TO TRUE
                   MOVE "R" TO WS-POT-STATUS(WS-CURR-PO-IDX)
               END-IF
               ADD 1 TO WS-RECEIPT-COUNT
               IF WS-POT-SPECIAL-ORDER(WS-CURR-PO-IDX) IS
                   GREATER THAN ZEROES
                   IF NOT WS-POT-SHORT(WS-CURR-PO-IDX)
                       PERFORM 0012-MARK-SPECIAL-ORDER-ARRIVED
                   END-IF
               ELSE
                   IF WS-ITEMMASTER-AVAILABLE
                       PERFORM 0006-RELIEVE-INTO-ON-HAND
                   END-IF
               END-IF
               PERFORM 0007-WRITE-REGISTER-LINE
           END-IF.
                       "updated."
               NOT INVALID KEY
                   MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                   MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
                   MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
                   ADD WS-RECEIVED-QTY TO MASTER-ON-HAND
                   IF WS-STORE-CODE-SECOND
                       IF MASTER-STORE-02-ON-HAND IS NOT NUMERIC
                           MOVE ZEROES TO MASTER-STORE-02-ON-HAND
                       END-IF
                       ADD WS-RECEIVED-QTY TO MASTER-STORE-02-ON-HAND
                   END-IF
                   IF WS-POT-UNIT-COST(WS-CURR-PO-IDX) IS GREATER
                       THAN ZEROES
                       COMPUTE MASTER-UNIT-COST ROUNDED =
                           (WS-STK-OLD-ON-HAND * WS-STK-OLD-COST +
                           WS-RECEIVED-QTY *
                           WS-POT-UNIT-COST(WS-CURR-PO-IDX)) /
                           MASTER-ON-HAND
                       MOVE WS-POT-UNIT-COST(WS-CURR-PO-IDX)
                           TO WS-STK-MOVE-COST
                   END-IF
                   REWRITE ITEMMASTER-RECORD
                   PERFORM 0011-WRITE-JOURNAL-RECORD
                   MOVE "V" TO WS-STK-MOVE-TYPE
                   MOVE SPACES TO WS-STK-REFERENCE
                   STRING "PO " DELIMITED BY SIZE
                       WS-POT-NUMBER(WS-CURR-PO-IDX) DELIMITED BY SIZE
                       INTO WS-STK-REFERENCE
                   PERFORM 0014-WRITE-STOCK-LEDGER
                   IF MASTER-DATED
                       PERFORM 0015-CAPTURE-LOTS
                   END-IF
           END-READ.
       0006-END.

           MOVE WS-POT-QTY-ORDERED(WS-PO-IDX) TO PO-QTY-ORDERED
           MOVE WS-POT-QTY-RECEIVED(WS-PO-IDX) TO PO-QTY-RECEIVED
           MOVE WS-POT-STATUS(WS-PO-IDX) TO PO-STATUS
           MOVE WS-POT-SPECIAL-ORDER(WS-PO-IDX) TO PO-SPECIAL-ORDER
           MOVE WS-POT-UNIT-COST(WS-PO-IDX) TO PO-UNIT-COST
           MOVE WS-POT-QTY-INVOICED(WS-PO-IDX) TO PO-QTY-INVOICED
           WRITE PURCHORDDETAILS.
       0010-END.

           END-IF.
       0011-END.

      * A SPECIAL ORDER IS ONLY MARKED ARRIVED ONCE ITS ORDER LINE
      * IS FULLY RECEIVED, SO THE CUSTOMER IS NOT CALLED IN FOR
      * PART OF WHAT THEY ASKED FOR.
       0012-MARK-SPECIAL-ORDER-ARRIVED.
           IF NOT WS-SPECORD-AVAILABLE
               DISPLAY "Special order file not available; order ",
                   WS-POT-SPECIAL-ORDER(WS-CURR-PO-IDX),
                   " must be marked arrived by hand."
           ELSE
               MOVE WS-POT-SPECIAL-ORDER(WS-CURR-PO-IDX) TO SO-NUMBER
               READ SPECORDFILE
                   INVALID KEY
                       DISPLAY "Special order ",
                           WS-POT-SPECIAL-ORDER(WS-CURR-PO-IDX),
                           " is not on file."
                   NOT INVALID KEY
                       SET SO-STATUS-ARRIVED TO TRUE
                       MOVE WS-RUN-DATE TO SO-ARRIVED-DATE
                       REWRITE SPECIAL-ORDER-RECORD
                       ADD 1 TO WS-ARRIVED-COUNT
                       PERFORM 0013-WRITE-PICKUP-NOTICE
               END-READ
           END-IF.
       0012-END.

       0013-WRITE-PICKUP-NOTICE.
           MOVE SPACES TO WS-PUL-NAME
           IF WS-CUSTOMER-AVAILABLE
               MOVE SO-CUSTOMER TO CU-NUMBER
               READ CUSTOMERFILE
                   INVALID KEY
                       MOVE "*NOT ON FILE*" TO WS-PUL-NAME
                   NOT INVALID KEY
                       MOVE CU-NAME TO WS-PUL-NAME
               END-READ
           END-IF
           MOVE SO-NUMBER TO WS-PUL-NUMBER
           MOVE SO-CUSTOMER TO WS-PUL-CUSTOMER
           MOVE SO-DESCRIPTION TO WS-PUL-DESCRIPTION
           MOVE SO-QUANTITY TO WS-PUL-QUANTITY
           COMPUTE WS-PUL-QUOTED = SO-QUANTITY * SO-QUOTED-PRICE
           MOVE SO-DEPOSIT TO WS-PUL-DEPOSIT
           MOVE WS-PICKUP-DETAIL-LINE TO PICKUP-LIST-LINE
           WRITE PICKUP-LIST-LINE.
       0013-END.

      * EVERY CHANGE TO AN ITEM'S ON-HAND OR COST IS ALSO WRITTEN
      * TO THE STOCK LEDGER WITH ITS QUANTITY, COST AND SOURCE. THE
      * CALLER SAVES THE OLD ON-HAND AND COST AND SETS THE MOVEMENT
      * TYPE AND REFERENCE BEFORE PERFORMING THIS.
       0014-WRITE-STOCK-LEDGER.
           COMPUTE WS-STK-QUANTITY =
               MASTER-ON-HAND - WS-STK-OLD-ON-HAND
           COMPUTE WS-STK-EXTENDED =
               MASTER-ON-HAND * MASTER-UNIT-COST -
               WS-STK-OLD-ON-HAND * WS-STK-OLD-COST
           IF WS-STK-QUANTITY IS NOT EQUAL TO ZEROES OR
               WS-STK-EXTENDED IS NOT EQUAL TO ZEROES
               OPEN EXTEND STOCKLEDGERFILE
               IF NOT WS-STKLEDGER-STATUS-OK
                   OPEN OUTPUT STOCKLEDGERFILE
               END-IF
               IF WS-STKLEDGER-STATUS-OK
                   MOVE SPACES TO STOCK-LEDGER-RECORD
                   ACCEPT STK-DATE FROM DATE YYYYMMDD
                   ACCEPT STK-TIME FROM TIME
                   MOVE MASTER-ITEM-CODE TO STK-ITEM-CODE
                   MOVE WS-STK-MOVE-TYPE TO STK-MOVE-TYPE
                   MOVE WS-STK-QUANTITY TO STK-QUANTITY
                   IF WS-STK-MOVE-COST IS GREATER THAN ZEROES
                       MOVE WS-STK-MOVE-COST TO STK-UNIT-COST
                   ELSE
                       MOVE WS-STK-OLD-COST TO STK-UNIT-COST
                   END-IF
                   MOVE WS-STK-EXTENDED TO STK-EXTENDED-COST
                   MOVE MASTER-ON-HAND TO STK-ON-HAND-AFTER
                   MOVE MASTER-UNIT-COST TO STK-AVG-COST-AFTER
                   MOVE "RECEIVE" TO STK-SOURCE-PROGRAM
                   MOVE WS-STK-REFERENCE TO STK-REFERENCE
                   MOVE WS-OPERATOR-NAME TO STK-OPERATOR
                   MOVE WS-STORE-CODE TO STK-STORE-CODE
                   WRITE STOCK-LEDGER-RECORD
                   CLOSE STOCKLEDGERFILE
               END-IF
           END-IF
           MOVE ZEROES TO WS-STK-MOVE-COST.
       0014-END.

      * A DATED ITEM'S SHIPMENT CAN SPAN SEVERAL LOTS; THE RECEIVER
      * KEYS EACH LOT UNTIL THE WHOLE RECEIVED QUANTITY IS PLACED.
      * A LOT ALREADY ON FILE UNDER THE SAME NUMBER AND EXPIRATION
      * DATE IS TOPPED UP RATHER THAN ADDED TWICE.
       0015-CAPTURE-LOTS.
           IF NOT WS-LOT-AVAILABLE
               DISPLAY "Lot file not available; lots for item ",
                   MASTER-ITEM-CODE, " not recorded."
           ELSE
               DISPLAY "Item ", MASTER-ITEM-CODE,
                   " is dated; enter its lots."
               MOVE WS-RECEIVED-QTY TO WS-LOT-UNASSIGNED
               PERFORM 0016-CAPTURE-ONE-LOT
                   UNTIL WS-LOT-UNASSIGNED IS EQUAL TO ZEROES
           END-IF.
       0015-END.

       0016-CAPTURE-ONE-LOT.
           DISPLAY "Lot number:"
           ACCEPT WS-LOT-NUMBER
           MOVE "N" TO WS-EXPIRY-OK-SW
           PERFORM 0017-ASK-EXPIRY-DATE UNTIL WS-EXPIRY-OK
           DISPLAY "Quantity in this lot (", WS-LOT-UNASSIGNED,
               " still to place):"
           ACCEPT WS-LOT-QTY
           IF WS-LOT-QTY IS EQUAL TO ZEROES OR
               WS-LOT-QTY IS GREATER THAN WS-LOT-UNASSIGNED
               MOVE WS-LOT-UNASSIGNED TO WS-LOT-QTY
               DISPLAY "Lot quantity set to ", WS-LOT-QTY
           END-IF
           SUBTRACT WS-LOT-QTY FROM WS-LOT-UNASSIGNED
           PERFORM 0018-POST-ONE-LOT.
       0016-END.

       0017-ASK-EXPIRY-DATE.
           DISPLAY "Expiration date (YYYYMMDD):"
           ACCEPT WS-LOT-EXPIRY
           IF WS-LOT-EXPIRY IS NOT NUMERIC
               DISPLAY "Enter the date as YYYYMMDD."
           ELSE
               IF WS-LOT-EXPIRY-MONTH IS LESS THAN 1 OR
                   WS-LOT-EXPIRY-MONTH IS GREATER THAN 12 OR
                   WS-LOT-EXPIRY-DAY IS LESS THAN 1 OR
                   WS-LOT-EXPIRY-DAY IS GREATER THAN 31
                   DISPLAY "That is not a valid date."
               ELSE
                   SET WS-EXPIRY-OK TO TRUE
                   IF WS-LOT-EXPIRY-NUM IS LESS THAN WS-RUN-DATE
                       DISPLAY "Lot has already expired; it will "
                           "be written off on the next write-off "
                           "run."
                   END-IF
               END-IF
           END-IF.
       0017-END.

       0018-POST-ONE-LOT.
           MOVE MASTER-ITEM-CODE TO LOT-ITEM-CODE
           MOVE WS-LOT-EXPIRY-NUM TO LOT-EXPIRY-DATE
           MOVE WS-LOT-NUMBER TO LOT-NUMBER
           READ LOTFILE
               INVALID KEY
                   MOVE SPACES TO LOT-RECORD
                   MOVE MASTER-ITEM-CODE TO LOT-ITEM-CODE
                   MOVE WS-LOT-EXPIRY-NUM TO LOT-EXPIRY-DATE
                   MOVE WS-LOT-NUMBER TO LOT-NUMBER
                   MOVE WS-RUN-DATE TO LOT-RECEIVED-DATE
                   MOVE WS-POT-NUMBER(WS-CURR-PO-IDX)
                       TO LOT-PO-NUMBER
                   MOVE WS-LOT-QTY TO LOT-QTY-RECEIVED
                   MOVE WS-LOT-QTY TO LOT-ON-HAND
                   SET LOT-STATUS-ACTIVE TO TRUE
                   MOVE ZEROES TO LOT-WRITEOFF-DATE
                   MOVE ZEROES TO LOT-WRITEOFF-QTY
                   WRITE LOT-RECORD
                       INVALID KEY
                           DISPLAY "RECEIVE - LOT ", WS-LOT-NUMBER,
                               " COULD NOT BE ADDED"
                       NOT INVALID KEY
                           ADD 1 TO WS-LOT-COUNT
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-LOT-QTY TO LOT-QTY-RECEIVED
                   ADD WS-LOT-QTY TO LOT-ON-HAND
                   MOVE WS-RUN-DATE TO LOT-RECEIVED-DATE
                   SET LOT-STATUS-ACTIVE TO TRUE
                   REWRITE LOT-RECORD
                   ADD 1 TO WS-LOT-COUNT
           END-READ.
       0018-END.

       0019-ASK-STORE-CODE.
           DISPLAY "Receiving store (01 main store, 02 second shop):"
           ACCEPT WS-STORE-CODE
           IF NOT WS-STORE-CODE-VALID
               DISPLAY "Store code must be 01 or 02."
           END-IF.
       0019-END.

      * A STOCK TRANSFER CAN ONLY BE TAKEN IN ONCE, AND ONLY BY THE
      * STORE IT WAS SHIPPED TO.
       0020-RECEIVE-ONE-TRANSFER.
           DISPLAY "Stock transfer number (0 to finish):"
           ACCEPT WS-ASKED-XF-NUMBER
           IF WS-ASKED-XF-NUMBER IS GREATER THAN ZEROES
               MOVE WS-ASKED-XF-NUMBER TO XF-NUMBER
               MOVE ZEROES TO XF-LINE
               READ TRANSFERFILE
                   INVALID KEY
                       DISPLAY "Transfer ", WS-ASKED-XF-NUMBER,
                           " is not on file."
                   NOT INVALID KEY
                       IF NOT XF-STATUS-IN-TRANSIT
                           DISPLAY "Transfer ", WS-ASKED-XF-NUMBER,
                               " has already been received."
                       ELSE
                           IF XF-TO-STORE IS NOT EQUAL TO
                               WS-STORE-CODE
                               DISPLAY "Transfer ",
                                   WS-ASKED-XF-NUMBER,
                                   " is bound for store ",
                                   XF-TO-STORE, "."
                           ELSE
                               PERFORM 0021-POST-ONE-TRANSFER
                           END-IF
                       END-IF
               END-READ
           END-IF.
       0020-END.

       0021-POST-ONE-TRANSFER.
           MOVE XF-LINE-COUNT TO WS-XF-LINE-COUNT
           MOVE ZEROES TO WS-XF-SHORT-QTY
           MOVE ZEROES TO WS-XF-LINE-IDX
           PERFORM 0022-RECEIVE-ONE-TRANSFER-LINE
               UNTIL WS-XF-LINE-IDX IS EQUAL TO WS-XF-LINE-COUNT
           MOVE WS-ASKED-XF-NUMBER TO XF-NUMBER
           MOVE ZEROES TO XF-LINE
           READ TRANSFERFILE
               INVALID KEY
                   DISPLAY "RECEIVE - TRANSFER ", WS-ASKED-XF-NUMBER,
                       " HEADER COULD NOT BE MARKED RECEIVED"
               NOT INVALID KEY
                   SET XF-STATUS-RECEIVED TO TRUE
                   MOVE WS-RUN-DATE TO XF-RECEIVED-DATE
                   MOVE WS-OPERATOR-NAME TO XF-RECEIVED-BY
                   MOVE WS-XF-SHORT-QTY TO XF-SHORT-QTY
                   REWRITE TRANSFER-RECORD
           END-READ
           ADD 1 TO WS-XF-RECEIVED-COUNT
           IF WS-XF-SHORT-QTY IS GREATER THAN ZEROES
               ADD 1 TO WS-XF-SHORT-COUNT
           END-IF
           DISPLAY "Transfer ", WS-ASKED-XF-NUMBER,
               " received; units short: ", WS-XF-SHORT-QTY.
       0021-END.

       0022-RECEIVE-ONE-TRANSFER-LINE.
           ADD 1 TO WS-XF-LINE-IDX
           MOVE WS-ASKED-XF-NUMBER TO XF-NUMBER
           MOVE WS-XF-LINE-IDX TO XF-LINE
           READ TRANSFERFILE
               INVALID KEY
                   DISPLAY "RECEIVE - TRANSFER ", WS-ASKED-XF-NUMBER,
                       " LINE ", WS-XF-LINE-IDX, " IS MISSING"
               NOT INVALID KEY
                   IF XF-LINE-WAITING
                       PERFORM 0023-POST-TRANSFER-LINE
                   END-IF
           END-READ.
       0022-END.

      * WHAT WAS SHIPPED LEAVES TRANSIT; WHAT ARRIVED JOINS THIS
      * STORE'S STOCK. ANY SHORTFALL IS LOST IN TRANSIT AND COMES
      * OFF THE CHAIN ON-HAND AS A TRANSFER LOSS.
       0023-POST-TRANSFER-LINE.
           DISPLAY "Item ", XF-ITEM-CODE, " ", XF-DESCRIPTION,
               " shipped ", XF-QTY-SHIPPED
           DISPLAY "Quantity received:"
           ACCEPT WS-RECEIVED-QTY
           IF WS-RECEIVED-QTY IS GREATER THAN XF-QTY-SHIPPED
               DISPLAY "More than shipped; receipt capped at the "
                   "shipped quantity."
               MOVE XF-QTY-SHIPPED TO WS-RECEIVED-QTY
           END-IF
           MOVE WS-RECEIVED-QTY TO XF-QTY-RECEIVED
           COMPUTE WS-XF-LINE-SHORT =
               XF-QTY-SHIPPED - WS-RECEIVED-QTY
           ADD WS-XF-LINE-SHORT TO WS-XF-SHORT-QTY
           MOVE XF-ITEM-CODE TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   SET XF-LINE-NOT-ON-FILE TO TRUE
                   DISPLAY "Item ", XF-ITEM-CODE,
                       " not on the item master; on-hand not "
                       "updated."
               NOT INVALID KEY
                   SET XF-LINE-RECEIVED TO TRUE
                   PERFORM 0024-MOVE-OUT-OF-TRANSIT
           END-READ
           REWRITE TRANSFER-RECORD
           MOVE XF-NUMBER TO WS-RDL-NUMBER
           MOVE SPACES TO WS-RDL-VENDOR
           STRING "ST" DELIMITED BY SIZE
               XF-FROM-STORE DELIMITED BY SIZE
               INTO WS-RDL-VENDOR
           MOVE XF-ITEM-CODE TO WS-RDL-ITEM
           MOVE XF-QTY-SHIPPED TO WS-RDL-ORDERED
           MOVE XF-QTY-RECEIVED TO WS-RDL-RECEIVED
           IF WS-XF-LINE-SHORT IS GREATER THAN ZEROES
               MOVE "XFER SHT" TO WS-RDL-STATUS
           ELSE
               MOVE "XFER    " TO WS-RDL-STATUS
           END-IF
           MOVE WS-RECV-DETAIL-LINE TO RECV-REGISTER-LINE
           WRITE RECV-REGISTER-LINE.
       0023-END.

       0024-MOVE-OUT-OF-TRANSIT.
           MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
           MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
           MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
           IF MASTER-IN-TRANSIT IS NOT NUMERIC
               MOVE ZEROES TO MASTER-IN-TRANSIT
           END-IF
           IF MASTER-STORE-02-ON-HAND IS NOT NUMERIC
               MOVE ZEROES TO MASTER-STORE-02-ON-HAND
           END-IF
           IF MASTER-IN-TRANSIT IS LESS THAN XF-QTY-SHIPPED
               MOVE ZEROES TO MASTER-IN-TRANSIT
           ELSE
               SUBTRACT XF-QTY-SHIPPED FROM MASTER-IN-TRANSIT
           END-IF
           IF WS-STORE-CODE-SECOND
               ADD WS-RECEIVED-QTY TO MASTER-STORE-02-ON-HAND
           END-IF
           IF MASTER-ON-HAND IS LESS THAN WS-XF-LINE-SHORT
               MOVE ZEROES TO MASTER-ON-HAND
           ELSE
               SUBTRACT WS-XF-LINE-SHORT FROM MASTER-ON-HAND
           END-IF
           REWRITE ITEMMASTER-RECORD
           PERFORM 0011-WRITE-JOURNAL-RECORD
           MOVE "Z" TO WS-STK-MOVE-TYPE
           MOVE SPACES TO WS-STK-REFERENCE
           STRING "XFER " DELIMITED BY SIZE
               XF-NUMBER DELIMITED BY SIZE
               INTO WS-STK-REFERENCE
           PERFORM 0014-WRITE-STOCK-LEDGER.
       0024-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
