      * AND STAMPS EVERY ADJUSTMENT TO THE           *
      * ITEMCHANGE.DAT LOG ITEMMAINT ALREADY         *
      * MAINTAINS SO ADJUSTMENTS STAY AUDITABLE.     *
      * EACH ADJUSTMENT IS ALSO WRITTEN TO THE STOCK *
      * LEDGER AT THE ITEM'S AVERAGE COST. EXPIRED   *
      * LOTS WRITTEN OFF BY LOTWOFF SINCE THE LAST   *
      * UPDATE RUN ARE REPORTED IN THEIR OWN SECTION *
      * AND COUNTED INTO THE SHRINKAGE TOTAL; THE    *
      * MASTER WAS ALREADY RELIEVED WHEN THEY WERE   *
      * WRITTEN OFF. EACH STORE COUNTS ITS OWN       *
      * STOCK: A COUNT IS TAKEN AGAINST THAT STORE'S *
      * SHARE OF THE ON-HAND AND ONLY THAT SHARE IS  *
      * TRUED UP.                                    *
      ************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

           SELECT LOTWRITEOFFFILE ASSIGN "lotwoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTWOFF-STATUS.

           SELECT STOCKLEDGERFILE ASSIGN "stockledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDGER-STATUS.

           SELECT JOURNALFILE ASSIGN "mastjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  COUNTFILE.
       01  COUNTDETAILS.
           05  IC-COUNTED-QTY      PIC 9(5).
           05  IC-PASS             PIC 9(1).
           05  IC-DATE             PIC 9(8).
           COPY STORECODE REPLACING ==:NAME:== BY ==IC-STORE-CODE==.

       FD  COUNTSHEETFILE.
       01  COUNT-SHEET-LINE        PIC X(132).
           05  FILLER              PIC X(1).
           05  ITC-ITEM-CODE       PIC X(6).

       FD  LOTWRITEOFFFILE.
       COPY LOTWOFFREC.

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  JOURNALFILE.
       COPY JRNLREC.

           05  WS-ADJUSTED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-HELD-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-SHRINK-TOTAL      PIC S9(9)V99 VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LOTWOFF-STATUS==.
           05  WS-LOTWOFF-PENDING-SW PIC X VALUE "N".
               88  WS-LOTWOFF-PENDING  VALUE "Y".
           05  WS-LOTWOFF-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-CNT-COUNT         PIC 9(3) VALUE ZEROES.
           05  WS-CNT-IDX           PIC 9(3) VALUE ZEROES.
           05  WS-CURR-CNT-IDX      PIC 9(3) VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-JOURNAL-STATUS==.
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
           COPY STORECODE REPLACING ==:NAME:== BY ==WS-STORE-CODE==.
           05  WS-STORE-ON-HAND     PIC 9(5) VALUE ZEROES.

       01  WS-COUNT-TABLE.
           05  WS-CNT-ENTRY OCCURS 200 TIMES.
               10  WS-CNT-ITEM-CODE PIC X(6).
               10  WS-CNT-STORE-CODE PIC X(2).
               10  WS-CNT-QTY       PIC 9(5).
               10  WS-CNT-PASS      PIC 9(1).

       01  WS-SHEET-HEADING-1.
           05  FILLER             PIC X(35) VALUE
               "PETSTORE - PHYSICAL COUNT SHEET".
           05  FILLER             PIC X(12) VALUE "STORE ____".

       01  WS-SHEET-COLUMN-HEADINGS.
           05  FILLER             PIC X(8)  VALUE "CODE".
               "PETSTORE - INVENTORY SHRINKAGE REPORT".

       01  WS-SHRINK-COLUMN-HEADINGS.
           05  FILLER             PIC X(7)  VALUE "STORE".
           05  FILLER             PIC X(8)  VALUE "CODE".
           05  FILLER             PIC X(12) VALUE "DESCRIPTION".
           05  FILLER             PIC X(8)  VALUE "BOOK".
           05  FILLER             PIC X(12) VALUE "VALUE".

       01  WS-SHRINK-DETAIL-LINE.
           05  WS-KDL-STORE       PIC X(2).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  WS-KDL-ITEM-CODE   PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-KDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-KDL-NOTE        PIC X(16).

       01  WS-EXPIRED-HEADING.
           05  FILLER             PIC X(30) VALUE
               "EXPIRED LOT WRITE-OFFS".

       01  WS-EXPIRED-COLUMN-HEADINGS.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  FILLER             PIC X(8)  VALUE "CODE".
           05  FILLER             PIC X(12) VALUE "DESCRIPTION".
           05  FILLER             PIC X(12) VALUE "LOT".
           05  FILLER             PIC X(10) VALUE "EXPIRED".
           05  FILLER             PIC X(10) VALUE "QUANTITY".
           05  FILLER             PIC X(12) VALUE "VALUE".

       01  WS-EXPIRED-DETAIL-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  WS-XDL-ITEM-CODE   PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-XDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-XDL-LOT-NUMBER  PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-XDL-EXPIRY      PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-XDL-QUANTITY    PIC ZZ,ZZ9-.
           05  FILLER             PIC X(3)  VALUE SPACES.
           05  WS-XDL-VALUE       PIC $$$,$$9.99-.

       01  WS-SHRINK-TOTAL-LINE.
           05  FILLER             PIC X(24) VALUE
               "TOTAL SHRINKAGE VALUE:".
                   "COUNTS CANNOT BE VALIDATED"
               GO TO 0005-EXIT
           END-IF
           MOVE SPACES TO WS-STORE-CODE
           PERFORM 0019-ASK-STORE-CODE UNTIL WS-STORE-CODE-VALID
           OPEN EXTEND COUNTFILE
           IF NOT WS-COUNT-FILE-STATUS-OK
               OPEN OUTPUT COUNTFILE
                   IF WS-COUNT-PASS IS NOT EQUAL TO 2
                       MOVE 1 TO WS-COUNT-PASS
                   END-IF
                   PERFORM 0020-COMPUTE-STORE-ON-HAND
                   COMPUTE WS-VARIANCE =
                       WS-COUNTED-QTY - WS-STORE-ON-HAND
                   IF WS-VARIANCE IS LESS THAN ZEROES
                       COMPUTE WS-VARIANCE = WS-VARIANCE * -1
                   END-IF
                   MOVE WS-COUNTED-QTY TO IC-COUNTED-QTY
                   MOVE WS-COUNT-PASS TO IC-PASS
                   MOVE WS-RUN-DATE TO IC-DATE
                   MOVE WS-STORE-CODE TO IC-STORE-CODE
                   WRITE COUNTDETAILS
                   ADD 1 TO WS-ENTRY-COUNT
               END-IF

       0007-RUN-COUNT-UPDATE.
           PERFORM 0008-LOAD-COUNT-TABLE
           PERFORM 0016-OPEN-LOT-WRITEOFFS
           IF WS-CNT-COUNT IS EQUAL TO ZEROES AND
               NOT WS-LOTWOFF-PENDING
               DISPLAY "INVCOUNT - NO COUNTS ON HAND, NOTHING TO "
                   "UPDATE"
               GO TO 0007-EXIT
           PERFORM 0010-APPLY-ONE-COUNT
               VARYING WS-CNT-IDX FROM 1 BY 1
               UNTIL WS-CNT-IDX IS GREATER THAN WS-CNT-COUNT
           IF WS-LOTWOFF-PENDING
               PERFORM 0017-REPORT-LOT-WRITEOFFS
           END-IF
           MOVE SPACES TO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           MOVE WS-SHRINK-TOTAL TO WS-KTL-VALUE
           OPEN OUTPUT COUNTFILE
           CLOSE COUNTFILE
           DISPLAY "INVCOUNT - ITEMS ADJUSTED: ", WS-ADJUSTED-COUNT,
               " HELD FOR SECOND COUNT: ", WS-HELD-COUNT,
               " EXPIRED LOTS: ", WS-LOTWOFF-COUNT.
       0007-EXIT.
           EXIT.
       0007-END.

      * A SECOND-PASS COUNT FOR AN ITEM SUPERSEDES ITS FIRST-PASS
      * COUNT; OTHERWISE THE LATEST FIRST-PASS COUNT STANDS. EACH
      * STORE'S COUNT OF AN ITEM IS KEPT APART; A COUNT WITH NO
      * STORE CODE WAS TAKEN AT THE MAIN STORE.
       0008-LOAD-COUNT-TABLE.
           MOVE ZEROES TO WS-CNT-COUNT
           OPEN INPUT COUNTFILE
       0008-END.

       0009-STORE-ONE-COUNT.
           IF IC-STORE-CODE IS EQUAL TO SPACES
               MOVE "01" TO IC-STORE-CODE
           END-IF
           MOVE ZEROES TO WS-CURR-CNT-IDX
           PERFORM 0012-MATCH-ONE-COUNT
               VARYING WS-CNT-IDX FROM 1 BY 1
                   MOVE WS-CNT-COUNT TO WS-CURR-CNT-IDX
                   MOVE IC-ITEM-CODE TO
                       WS-CNT-ITEM-CODE(WS-CURR-CNT-IDX)
                   MOVE IC-STORE-CODE TO
                       WS-CNT-STORE-CODE(WS-CURR-CNT-IDX)
                   MOVE IC-COUNTED-QTY TO
                       WS-CNT-QTY(WS-CURR-CNT-IDX)
                   MOVE IC-PASS TO WS-CNT-PASS(WS-CURR-CNT-IDX)
                   MOVE "Y" TO WS-ITEM-FOUND-SW
           END-READ
           IF WS-ITEM-FOUND
               MOVE WS-CNT-STORE-CODE(WS-CNT-IDX) TO WS-STORE-CODE
               PERFORM 0020-COMPUTE-STORE-ON-HAND
               COMPUTE WS-VARIANCE =
                   WS-CNT-QTY(WS-CNT-IDX) - WS-STORE-ON-HAND
               IF WS-VARIANCE IS EQUAL TO ZEROES
                   CONTINUE
               ELSE
           END-IF.
       0010-END.

      * THE COUNTED STORE'S SHARE BECOMES THE COUNTED QUANTITY;
      * THE CHAIN ON-HAND MOVES BY THE SAME VARIANCE.
       0011-ADJUST-OR-HOLD.
           MOVE WS-STORE-CODE TO WS-KDL-STORE
           MOVE MASTER-ITEM-CODE TO WS-KDL-ITEM-CODE
           MOVE MASTER-DESCRIPTION TO WS-KDL-DESCRIPTION
           MOVE WS-STORE-ON-HAND TO WS-KDL-BOOK
           MOVE WS-CNT-QTY(WS-CNT-IDX) TO WS-KDL-COUNTED
           MOVE WS-VARIANCE TO WS-KDL-VARIANCE
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               ADD WS-VARIANCE-VALUE TO WS-SHRINK-TOTAL
               MOVE "ADJUSTED" TO WS-KDL-NOTE
               MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
               MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
               MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
               IF MASTER-ON-HAND + WS-VARIANCE IS LESS THAN ZEROES
                   MOVE ZEROES TO MASTER-ON-HAND
               ELSE
                   ADD WS-VARIANCE TO MASTER-ON-HAND
               END-IF
               IF WS-STORE-CODE-SECOND
                   MOVE WS-CNT-QTY(WS-CNT-IDX)
                       TO MASTER-STORE-02-ON-HAND
               END-IF
               REWRITE ITEMMASTER-RECORD
               PERFORM 0013-WRITE-CHANGE-LOG
               PERFORM 0014-WRITE-JOURNAL-RECORD
               MOVE "C" TO WS-STK-MOVE-TYPE
               MOVE "COUNT PASS " TO WS-STK-REFERENCE
               MOVE WS-CNT-PASS(WS-CNT-IDX) TO WS-STK-REFERENCE(12:1)
               PERFORM 0015-WRITE-STOCK-LEDGER
           END-IF
           MOVE WS-SHRINK-DETAIL-LINE TO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE.

       0012-MATCH-ONE-COUNT.
           IF WS-CNT-ITEM-CODE(WS-CNT-IDX) IS EQUAL TO IC-ITEM-CODE
               AND WS-CNT-STORE-CODE(WS-CNT-IDX) IS EQUAL TO
                   IC-STORE-CODE
               MOVE WS-CNT-IDX TO WS-CURR-CNT-IDX
           END-IF.
       0012-END.
           END-IF.
       0014-END.

      * EVERY CHANGE TO AN ITEM'S ON-HAND OR COST IS ALSO WRITTEN
      * TO THE STOCK LEDGER WITH ITS QUANTITY, COST AND SOURCE. THE
      * CALLER SAVES THE OLD ON-HAND AND COST AND SETS THE MOVEMENT
      * TYPE AND REFERENCE BEFORE PERFORMING THIS.
       0015-WRITE-STOCK-LEDGER.
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
                   MOVE "INVCOUNT" TO STK-SOURCE-PROGRAM
                   MOVE WS-STK-REFERENCE TO STK-REFERENCE
                   MOVE WS-OPERATOR-NAME TO STK-OPERATOR
                   MOVE WS-STORE-CODE TO STK-STORE-CODE
                   WRITE STOCK-LEDGER-RECORD
                   CLOSE STOCKLEDGERFILE
               END-IF
           END-IF
           MOVE ZEROES TO WS-STK-MOVE-COST.
       0015-END.

      * THE WRITE-OFF FILE IS READ AHEAD ONE RECORD SO AN EMPTY
      * FILE DOES NOT COUNT AS WORK FOR THE UPDATE RUN.
       0016-OPEN-LOT-WRITEOFFS.
           MOVE "N" TO WS-LOTWOFF-PENDING-SW
           OPEN INPUT LOTWRITEOFFFILE
           IF WS-LOTWOFF-STATUS-OK
               READ LOTWRITEOFFFILE
                   AT END SET LOT-WRITEOFF-EOF TO TRUE
               END-READ
               IF LOT-WRITEOFF-EOF
                   CLOSE LOTWRITEOFFFILE
               ELSE
                   SET WS-LOTWOFF-PENDING TO TRUE
               END-IF
           END-IF.
       0016-END.

      * EXPIRED STOCK IS VALUED AT RETAIL LIKE THE COUNT VARIANCES,
      * AND THE FILE IS CLEARED ONCE IT HAS BEEN REPORTED.
       0017-REPORT-LOT-WRITEOFFS.
           MOVE SPACES TO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           MOVE WS-EXPIRED-HEADING TO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           MOVE WS-EXPIRED-COLUMN-HEADINGS TO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           PERFORM 0018-REPORT-ONE-WRITEOFF UNTIL LOT-WRITEOFF-EOF
           CLOSE LOTWRITEOFFFILE
           OPEN OUTPUT LOTWRITEOFFFILE
           CLOSE LOTWRITEOFFFILE.
       0017-END.

       0018-REPORT-ONE-WRITEOFF.
           ADD 1 TO WS-LOTWOFF-COUNT
           COMPUTE WS-VARIANCE-VALUE ROUNDED =
               ZERO - LW-QUANTITY * LW-UNIT-PRICE
           ADD WS-VARIANCE-VALUE TO WS-SHRINK-TOTAL
           MOVE LW-ITEM-CODE TO WS-XDL-ITEM-CODE
           MOVE LW-DESCRIPTION TO WS-XDL-DESCRIPTION
           MOVE LW-LOT-NUMBER TO WS-XDL-LOT-NUMBER
           MOVE LW-EXPIRY-DATE TO WS-XDL-EXPIRY
           COMPUTE WS-VARIANCE = ZERO - LW-QUANTITY
           MOVE WS-VARIANCE TO WS-XDL-QUANTITY
           MOVE WS-VARIANCE-VALUE TO WS-XDL-VALUE
           MOVE WS-EXPIRED-DETAIL-LINE TO SHRINK-REPORT-LINE
           WRITE SHRINK-REPORT-LINE
           READ LOTWRITEOFFFILE
               AT END SET LOT-WRITEOFF-EOF TO TRUE
           END-READ.
       0018-END.

       0019-ASK-STORE-CODE.
           DISPLAY "Store counted (01 main store, 02 second shop):"
           ACCEPT WS-STORE-CODE
           IF NOT WS-STORE-CODE-VALID
               DISPLAY "Store code must be 01 or 02."
           END-IF.
       0019-END.

      * MASTER-ON-HAND IS THE WHOLE CHAIN'S STOCK, IN TRANSIT
      * INCLUDED; THE SECOND SHOP'S SHARE IS CARRIED SEPARATELY AND
      * THE MAIN STORE HOLDS THE REST.
       0020-COMPUTE-STORE-ON-HAND.
           IF MASTER-STORE-02-ON-HAND IS NOT NUMERIC
               MOVE ZEROES TO MASTER-STORE-02-ON-HAND
           END-IF
           IF MASTER-IN-TRANSIT IS NOT NUMERIC
               MOVE ZEROES TO MASTER-IN-TRANSIT
           END-IF
           IF WS-STORE-CODE-SECOND
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
       0020-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
