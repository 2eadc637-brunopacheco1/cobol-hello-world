       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKXFER.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * STOCK TRANSFERS BETWEEN STORES               *
      * SHIPS STOCK FROM ONE STORE TO THE OTHER: THE *
      * SHIPPING STORE KEYS THE ITEMS AND QUANTITIES *
      * (NO MORE THAN THAT STORE HOLDS), AND ON      *
      * CONFIRMATION EACH QUANTITY LEAVES THE        *
      * SHIPPING STORE'S STOCK AND IS CARRIED AS IN  *
      * TRANSIT ON THE ITEM MASTER UNTIL THE         *
      * RECEIVING STORE TAKES THE TRANSFER IN        *
      * THROUGH RECEIVE. THE TRANSFER IS WRITTEN TO  *
      * TRANSFER.DAT AS A HEADER AND ONE LINE PER    *
      * ITEM, AND A TRANSFER SLIP IS PRINTED TO      *
      * TRAVEL WITH THE GOODS. THE CHAIN'S TOTAL     *
      * ON-HAND IS UNCHANGED BY A SHIPMENT, SO NO    *
      * STOCK LEDGER ENTRY IS WRITTEN HERE.          *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

           SELECT TRANSFERFILE ASSIGN "transfer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XF-KEY
               FILE STATUS IS WS-TRANSFER-STATUS.

           SELECT XFERCTLFILE ASSIGN "xferctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XFERCTL-STATUS.

           SELECT JOURNALFILE ASSIGN "mastjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT XFERSLIPFILE ASSIGN "transfer_slip.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  TRANSFERFILE.
       COPY TRANSFERREC.

       FD  XFERCTLFILE.
       01  XFER-CONTROL-RECORD.
           05  XFC-LAST-NUMBER     PIC 9(6).

       FD  JOURNALFILE.
       COPY JRNLREC.

       FD  XFERSLIPFILE.
       01  XFER-SLIP-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TRANSFER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-XFERCTL-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-JOURNAL-STATUS==.
           05  XFER-MODE            PIC X VALUE SPACE.
               88  MODE-SHIP           VALUE "S".
               88  MODE-INQUIRE        VALUE "I".
               88  MODE-QUIT           VALUE "Q".
           05  WS-TODAY             PIC 9(8) VALUE ZEROES.
           05  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  WS-ASKED-TRANSFER    PIC 9(6) VALUE ZEROES.
           05  WS-TRANSFER-FOUND-SW PIC X VALUE "N".
               88  WS-TRANSFER-FOUND   VALUE "Y".
           05  WS-LINES-DONE-SW     PIC X VALUE "N".
               88  WS-LINES-DONE       VALUE "Y".
           05  WS-CONFIRM-ANSWER    PIC X VALUE SPACE.
               88  WS-CONFIRMED        VALUE "Y".
           05  WS-ALREADY-KEYED-SW  PIC X VALUE "N".
               88  WS-ALREADY-KEYED    VALUE "Y".
           05  WS-JRN-OLD-IMAGE     PIC X(64) VALUE SPACES.
           05  WS-JRN-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-JRN-TIME          PIC 9(8) VALUE ZEROES.

       01  WS-TRANSFER-WORK.
           05  WS-XF-NUMBER         PIC 9(6) VALUE ZEROES.
           05  WS-XF-LINE           PIC 9(3) VALUE ZEROES.
           COPY STORECODE REPLACING ==:NAME:== BY ==WS-FROM-STORE==.
           COPY STORECODE REPLACING ==:NAME:== BY ==WS-TO-STORE==.
           05  WS-ASKED-ITEM        PIC X(6) VALUE SPACES.
           05  WS-ASKED-QTY         PIC 9(5) VALUE ZEROES.
           05  WS-STORE-ON-HAND     PIC 9(5) VALUE ZEROES.
           05  WS-TOTAL-QTY         PIC 9(5) VALUE ZEROES.

       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-LINE-IDX          PIC 9(3) VALUE ZEROES.
           05  WS-LINE-ENTRY OCCURS 50 TIMES.
               10  WS-LT-ITEM-CODE     PIC X(6).
               10  WS-LT-DESCRIPTION   PIC X(10).
               10  WS-LT-QTY           PIC 9(5).
               10  WS-LT-UNIT-COST     PIC 999V99.

       01  WS-SESSION-COUNTS.
           05  WS-SHIPPED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-SHIPPED-UNITS     PIC 9(7) VALUE ZEROES.

       01  WS-SLIP-HEADING-1.
           05  FILLER             PIC X(28) VALUE
               "PETSTORE - STOCK TRANSFER  ".
           05  WS-SH-NUMBER       PIC 9(6).
           05  FILLER             PIC X(6)  VALUE SPACES.
           05  WS-SH-DATE         PIC 9(8).

       01  WS-SLIP-HEADING-2.
           05  FILLER             PIC X(11) VALUE "FROM STORE ".
           05  WS-SH-FROM         PIC X(2).
           05  FILLER             PIC X(13) VALUE "   TO STORE ".
           05  WS-SH-TO           PIC X(2).
           05  FILLER             PIC X(16) VALUE "   SHIPPED BY ".
           05  WS-SH-SHIPPED-BY   PIC X(8).

       01  WS-SLIP-COLUMN-HEADINGS.
           05  FILLER             PIC X(6)  VALUE "LINE".
           05  FILLER             PIC X(8)  VALUE "ITEM".
           05  FILLER             PIC X(12) VALUE "DESCRIPTION".
           05  FILLER             PIC X(10) VALUE "SHIPPED".
           05  FILLER             PIC X(10) VALUE "RECEIVED".

       01  WS-SLIP-DETAIL-LINE.
           05  WS-SDL-LINE        PIC ZZ9.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-SDL-ITEM        PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-SDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-SDL-QTY==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "__________".

       01  WS-SLIP-TOTAL-LINE.
           05  FILLER             PIC X(30) VALUE
               "UNITS SHIPPED".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-STL-QTY==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-STOCK-TRANSFERS.
           MOVE "1" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "STOCKXFER - SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           IF SGN-NO-SECURITY-FILE
               DISPLAY "Enter your name"
               ACCEPT WS-OPERATOR-ID
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O ITEMMASTER
           IF NOT WS-ITEMMASTER-STATUS-OK
               DISPLAY "STOCKXFER ABEND - ITEM MASTER WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-ITEMMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O TRANSFERFILE
           IF NOT WS-TRANSFER-STATUS-OK
               OPEN OUTPUT TRANSFERFILE
               IF WS-TRANSFER-STATUS-OK
                   CLOSE TRANSFERFILE
                   OPEN I-O TRANSFERFILE
               END-IF
           END-IF
           IF NOT WS-TRANSFER-STATUS-OK
               DISPLAY "STOCKXFER ABEND - TRANSFER FILE WILL NOT "
                   "OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-TRANSFER-STATUS
               CLOSE ITEMMASTER
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0002-ASK-ONE-MODE
           PERFORM 0002-ASK-ONE-MODE UNTIL MODE-QUIT
           CLOSE TRANSFERFILE
           CLOSE ITEMMASTER
           DISPLAY "STOCKXFER - TRANSFERS SHIPPED: ",
               WS-SHIPPED-COUNT, " UNITS: ", WS-SHIPPED-UNITS
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-ASK-ONE-MODE.
           DISPLAY "Mode: (S)hip a transfer, (I)nquire, (Q)uit"
           ACCEPT XFER-MODE
           IF MODE-SHIP
               PERFORM 0003-SHIP-TRANSFER THRU 0003-EXIT
           ELSE
           IF MODE-INQUIRE
               PERFORM 0009-READ-TRANSFER
               IF WS-TRANSFER-FOUND
                   PERFORM 0010-SHOW-TRANSFER
               END-IF
           ELSE
               IF NOT MODE-QUIT
                   DISPLAY "Enter S, I or Q."
               END-IF
           END-IF
           END-IF.
       0002-END.

      * THE LINES ARE KEYED AND CHECKED AGAINST THE SHIPPING STORE'S
      * STOCK FIRST; NOTHING MOVES UNTIL THE OPERATOR CONFIRMS.
       0003-SHIP-TRANSFER.
           DISPLAY "Shipping store (01 main store, 02 second shop):"
           ACCEPT WS-FROM-STORE
           IF NOT WS-FROM-STORE-VALID
               DISPLAY "Store code must be 01 or 02; nothing keyed."
               GO TO 0003-EXIT
           END-IF
           IF WS-FROM-STORE-SECOND
               MOVE "01" TO WS-TO-STORE
           ELSE
               MOVE "02" TO WS-TO-STORE
           END-IF
           DISPLAY "Shipping from store ", WS-FROM-STORE,
               " to store ", WS-TO-STORE, "."
           MOVE ZEROES TO WS-LINE-COUNT
           MOVE "N" TO WS-LINES-DONE-SW
           PERFORM 0004-ENTER-ONE-LINE THRU 0004-EXIT
               UNTIL WS-LINES-DONE
           IF WS-LINE-COUNT IS EQUAL TO ZEROES
               DISPLAY "No lines keyed; nothing shipped."
               GO TO 0003-EXIT
           END-IF
           MOVE ZEROES TO WS-TOTAL-QTY
           PERFORM 0012-ADD-LINE-QTY
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           DISPLAY WS-LINE-COUNT, " lines, ", WS-TOTAL-QTY,
               " units to store ", WS-TO-STORE
           DISPLAY "Ship the transfer? (Y/N)"
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "Nothing shipped."
               GO TO 0003-EXIT
           END-IF
           PERFORM 0008-ASSIGN-TRANSFER-NUMBER
           MOVE SPACES TO TRANSFER-RECORD
           MOVE WS-XF-NUMBER TO XF-NUMBER
           MOVE ZEROES TO XF-LINE
           MOVE WS-FROM-STORE TO XF-FROM-STORE
           MOVE WS-TO-STORE TO XF-TO-STORE
           MOVE WS-TODAY TO XF-SHIPPED-DATE
           MOVE WS-OPERATOR-ID TO XF-SHIPPED-BY
           MOVE WS-LINE-COUNT TO XF-LINE-COUNT
           MOVE WS-TOTAL-QTY TO XF-TOTAL-QTY
           SET XF-STATUS-IN-TRANSIT TO TRUE
           MOVE ZEROES TO XF-RECEIVED-DATE
           MOVE ZEROES TO XF-SHORT-QTY
           WRITE TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "STOCKXFER - TRANSFER ", WS-XF-NUMBER,
                       " ALREADY ON FILE; CHECK XFERCTL.DAT"
                   GO TO 0003-EXIT
           END-WRITE
           OPEN OUTPUT XFERSLIPFILE
           PERFORM 0011-WRITE-SLIP-HEADINGS
           PERFORM 0006-SHIP-ONE-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           MOVE SPACES TO XFER-SLIP-LINE
           WRITE XFER-SLIP-LINE
           MOVE WS-TOTAL-QTY TO WS-STL-QTY
           MOVE WS-SLIP-TOTAL-LINE TO XFER-SLIP-LINE
           WRITE XFER-SLIP-LINE
           CLOSE XFERSLIPFILE
           ADD 1 TO WS-SHIPPED-COUNT
           ADD WS-TOTAL-QTY TO WS-SHIPPED-UNITS
           DISPLAY "Transfer ", WS-XF-NUMBER, " shipped; the slip "
               "is on transfer_slip.lpt to travel with the goods.".
       0003-EXIT.
           EXIT.
       0003-END.

       0004-ENTER-ONE-LINE.
           IF WS-LINE-COUNT IS EQUAL TO 50
               DISPLAY "Fifty lines is the most one transfer holds; "
                   "ship a second transfer for the rest."
               SET WS-LINES-DONE TO TRUE
               GO TO 0004-EXIT
           END-IF
           DISPLAY "Item code (blank to finish):"
           ACCEPT WS-ASKED-ITEM
           IF WS-ASKED-ITEM IS EQUAL TO SPACES
               SET WS-LINES-DONE TO TRUE
               GO TO 0004-EXIT
           END-IF
           MOVE "N" TO WS-ALREADY-KEYED-SW
           PERFORM 0013-CHECK-LINE-ALREADY-KEYED
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           IF WS-ALREADY-KEYED
               DISPLAY "Item ", WS-ASKED-ITEM, " is already on this "
                   "transfer."
               GO TO 0004-EXIT
           END-IF
           MOVE WS-ASKED-ITEM TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   DISPLAY "Item ", WS-ASKED-ITEM,
                       " is not on the item master."
                   GO TO 0004-EXIT
           END-READ
           PERFORM 0005-COMPUTE-STORE-ON-HAND
           DISPLAY MASTER-DESCRIPTION, " on hand at store ",
               WS-FROM-STORE, ": ", WS-STORE-ON-HAND
           DISPLAY "Quantity to ship:"
           ACCEPT WS-ASKED-QTY
           IF WS-ASKED-QTY IS EQUAL TO ZEROES
               DISPLAY "Nothing to ship; line not taken."
               GO TO 0004-EXIT
           END-IF
           IF WS-ASKED-QTY IS GREATER THAN WS-STORE-ON-HAND
               DISPLAY "Store ", WS-FROM-STORE, " holds only ",
                   WS-STORE-ON-HAND, "; line not taken."
               GO TO 0004-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ASKED-ITEM TO WS-LT-ITEM-CODE(WS-LINE-COUNT)
           MOVE MASTER-DESCRIPTION TO
               WS-LT-DESCRIPTION(WS-LINE-COUNT)
           MOVE WS-ASKED-QTY TO WS-LT-QTY(WS-LINE-COUNT)
           MOVE MASTER-UNIT-COST TO WS-LT-UNIT-COST(WS-LINE-COUNT).
       0004-EXIT.
           EXIT.
       0004-END.

      * MASTER-ON-HAND IS THE WHOLE CHAIN'S STOCK, IN TRANSIT
      * INCLUDED; THE SECOND SHOP'S SHARE IS CARRIED SEPARATELY AND
      * THE MAIN STORE HOLDS THE REST.
       0005-COMPUTE-STORE-ON-HAND.
           IF MASTER-STORE-02-ON-HAND IS NOT NUMERIC
               MOVE ZEROES TO MASTER-STORE-02-ON-HAND
           END-IF
           IF MASTER-IN-TRANSIT IS NOT NUMERIC
               MOVE ZEROES TO MASTER-IN-TRANSIT
           END-IF
           IF WS-FROM-STORE-SECOND
               IF MASTER-STORE-02-ON-HAND IS GREATER THAN
                   MASTER-ON-HAND
                   MOVE MASTER-ON-HAND TO WS-STORE-ON-HAND
               ELSE
                   MOVE MASTER-STORE-02-ON-HAND TO WS-STORE-ON-HAND
               END-IF
           ELSE
               IF MASTER-STORE-02-ON-HAND + MASTER-IN-TRANSIT IS
                   GREATER THAN MASTER-ON-HAND
                   MOVE ZEROES TO WS-STORE-ON-HAND
               ELSE
                   COMPUTE WS-STORE-ON-HAND = MASTER-ON-HAND -
                       MASTER-STORE-02-ON-HAND - MASTER-IN-TRANSIT
               END-IF
           END-IF.
       0005-END.

      * THE SHIPPED QUANTITY LEAVES THE SHIPPING STORE AND IS
      * CARRIED IN TRANSIT; THE LINE AND ITS SLIP ENTRY ARE WRITTEN
      * EVEN IF THE ITEM HAS SINCE LEFT THE MASTER, SO THE GOODS
      * IN THE BOX STILL MATCH THE PAPERWORK.
       0006-SHIP-ONE-LINE.
           MOVE WS-LT-ITEM-CODE(WS-LINE-IDX) TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   DISPLAY "STOCKXFER - ITEM ",
                       WS-LT-ITEM-CODE(WS-LINE-IDX),
                       " LEFT THE ITEM MASTER; TRANSIT NOT UPDATED"
               NOT INVALID KEY
                   PERFORM 0007-MOVE-INTO-TRANSIT
           END-READ
           MOVE SPACES TO TRANSFER-RECORD
           MOVE WS-XF-NUMBER TO XF-NUMBER
           MOVE WS-LINE-IDX TO XF-LINE
           MOVE WS-LT-ITEM-CODE(WS-LINE-IDX) TO XF-ITEM-CODE
           MOVE WS-LT-DESCRIPTION(WS-LINE-IDX) TO XF-DESCRIPTION
           MOVE WS-LT-QTY(WS-LINE-IDX) TO XF-QTY-SHIPPED
           MOVE ZEROES TO XF-QTY-RECEIVED
           MOVE WS-LT-UNIT-COST(WS-LINE-IDX) TO XF-UNIT-COST
           SET XF-LINE-WAITING TO TRUE
           WRITE TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "STOCKXFER - TRANSFER LINE ",
                       WS-LINE-IDX, " ALREADY ON FILE"
           END-WRITE
           MOVE WS-LINE-IDX TO WS-SDL-LINE
           MOVE WS-LT-ITEM-CODE(WS-LINE-IDX) TO WS-SDL-ITEM
           MOVE WS-LT-DESCRIPTION(WS-LINE-IDX) TO WS-SDL-DESCRIPTION
           MOVE WS-LT-QTY(WS-LINE-IDX) TO WS-SDL-QTY
           MOVE WS-SLIP-DETAIL-LINE TO XFER-SLIP-LINE
           WRITE XFER-SLIP-LINE.
       0006-END.

       0007-MOVE-INTO-TRANSIT.
           MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
           IF MASTER-STORE-02-ON-HAND IS NOT NUMERIC
               MOVE ZEROES TO MASTER-STORE-02-ON-HAND
           END-IF
           IF MASTER-IN-TRANSIT IS NOT NUMERIC
               MOVE ZEROES TO MASTER-IN-TRANSIT
           END-IF
           ADD WS-LT-QTY(WS-LINE-IDX) TO MASTER-IN-TRANSIT
           IF WS-FROM-STORE-SECOND
               IF MASTER-STORE-02-ON-HAND IS LESS THAN
                   WS-LT-QTY(WS-LINE-IDX)
                   MOVE ZEROES TO MASTER-STORE-02-ON-HAND
               ELSE
                   SUBTRACT WS-LT-QTY(WS-LINE-IDX)
                       FROM MASTER-STORE-02-ON-HAND
               END-IF
           END-IF
           REWRITE ITEMMASTER-RECORD
               INVALID KEY
                   DISPLAY "STOCKXFER - ITEM ", MASTER-ITEM-CODE,
                       " COULD NOT BE REWRITTEN"
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM 0014-WRITE-JOURNAL-RECORD
           END-REWRITE.
       0007-END.

       0008-ASSIGN-TRANSFER-NUMBER.
           MOVE ZEROES TO WS-XF-NUMBER
           OPEN INPUT XFERCTLFILE
           IF WS-XFERCTL-STATUS-OK
               READ XFERCTLFILE
                   AT END CONTINUE
               END-READ
               IF WS-XFERCTL-STATUS-OK
                   MOVE XFC-LAST-NUMBER TO WS-XF-NUMBER
               END-IF
               CLOSE XFERCTLFILE
           END-IF
           ADD 1 TO WS-XF-NUMBER
           OPEN OUTPUT XFERCTLFILE
           MOVE WS-XF-NUMBER TO XFC-LAST-NUMBER
           WRITE XFER-CONTROL-RECORD
           CLOSE XFERCTLFILE.
       0008-END.

       0009-READ-TRANSFER.
           MOVE "N" TO WS-TRANSFER-FOUND-SW
           DISPLAY "Transfer number:"
           ACCEPT WS-ASKED-TRANSFER
           MOVE WS-ASKED-TRANSFER TO XF-NUMBER
           MOVE ZEROES TO XF-LINE
           READ TRANSFERFILE
               INVALID KEY
                   DISPLAY "Transfer ", WS-ASKED-TRANSFER,
                       " is not on file."
               NOT INVALID KEY
                   SET WS-TRANSFER-FOUND TO TRUE
           END-READ.
       0009-END.

       0010-SHOW-TRANSFER.
           DISPLAY "Transfer:      ", XF-NUMBER
           DISPLAY "From store:    ", XF-FROM-STORE, "  to store ",
               XF-TO-STORE
           DISPLAY "Shipped:       ", XF-SHIPPED-DATE, " by ",
               XF-SHIPPED-BY
           DISPLAY "Units:         ", XF-TOTAL-QTY
           DISPLAY "Status:        ", XF-STATUS
           IF XF-STATUS-RECEIVED
               DISPLAY "Received:      ", XF-RECEIVED-DATE, " by ",
                   XF-RECEIVED-BY, "  short ", XF-SHORT-QTY
           END-IF
           MOVE XF-NUMBER TO WS-XF-NUMBER
           MOVE XF-LINE-COUNT TO WS-LINE-COUNT
           PERFORM 0015-SHOW-ONE-LINE
               VARYING WS-XF-LINE FROM 1 BY 1
               UNTIL WS-XF-LINE IS GREATER THAN WS-LINE-COUNT.
       0010-END.

       0011-WRITE-SLIP-HEADINGS.
           MOVE WS-XF-NUMBER TO WS-SH-NUMBER
           MOVE WS-TODAY TO WS-SH-DATE
           MOVE WS-SLIP-HEADING-1 TO XFER-SLIP-LINE
           WRITE XFER-SLIP-LINE
           MOVE WS-FROM-STORE TO WS-SH-FROM
           MOVE WS-TO-STORE TO WS-SH-TO
           MOVE WS-OPERATOR-ID TO WS-SH-SHIPPED-BY
           MOVE WS-SLIP-HEADING-2 TO XFER-SLIP-LINE
           WRITE XFER-SLIP-LINE
           MOVE SPACES TO XFER-SLIP-LINE
           WRITE XFER-SLIP-LINE
           MOVE WS-SLIP-COLUMN-HEADINGS TO XFER-SLIP-LINE
           WRITE XFER-SLIP-LINE.
       0011-END.

       0012-ADD-LINE-QTY.
           ADD WS-LT-QTY(WS-LINE-IDX) TO WS-TOTAL-QTY.
       0012-END.

       0013-CHECK-LINE-ALREADY-KEYED.
           IF WS-LT-ITEM-CODE(WS-LINE-IDX) IS EQUAL TO WS-ASKED-ITEM
               SET WS-ALREADY-KEYED TO TRUE
           END-IF.
       0013-END.

      * EVERY ITEM MASTER CHANGE LEAVES A BEFORE/AFTER IMAGE ON THE
      * SHARED MASTER-FILE JOURNAL FOR THE ROLL-FORWARD UTILITY.
       0014-WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNALFILE
           IF NOT WS-JOURNAL-STATUS-OK
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF WS-JOURNAL-STATUS-OK
               ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE SPACES TO MASTER-JOURNAL-RECORD
               MOVE "STOCKXFER   " TO MJ-PROGRAM
               MOVE WS-OPERATOR-ID TO MJ-OPERATOR
               MOVE WS-JRN-DATE TO MJ-DATE
               MOVE WS-JRN-TIME TO MJ-TIME
               MOVE "ITEMMASTER  " TO MJ-FILE-NAME
               MOVE "C" TO MJ-ACTION
               MOVE WS-JRN-OLD-IMAGE TO MJ-OLD-IMAGE
               MOVE ITEMMASTER-RECORD TO MJ-NEW-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE JOURNALFILE
           END-IF.
       0014-END.

       0015-SHOW-ONE-LINE.
           MOVE WS-XF-NUMBER TO XF-NUMBER
           MOVE WS-XF-LINE TO XF-LINE
           READ TRANSFERFILE
               INVALID KEY
                   DISPLAY "  LINE ", WS-XF-LINE, " MISSING"
               NOT INVALID KEY
                   DISPLAY "  ", XF-ITEM-CODE, " ", XF-DESCRIPTION,
                       " SHIPPED ", XF-QTY-SHIPPED,
                       " RECEIVED ", XF-QTY-RECEIVED,
                       " ", XF-LINE-STATUS
           END-READ.
       0015-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM STOCKXFER.
