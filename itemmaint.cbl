      * A PRINTED BEFORE/AFTER AUDIT LISTING OF      *
      * EVERY CHANGE, AND A CHANGE-LOG FILE STAMPED  *
      * WITH OPERATOR, DATE, AND TIME THE SAME WAY   *
      * HELLOWORLD STAMPS RUNLOG.DAT. THE UNIT COST  *
      * KEYED ON AN ADD IS THE ITEM'S OPENING COST;  *
      * AFTER THAT RECEIVE KEEPS IT AS A MOVING      *
      * AVERAGE, AND A COST OR ON-HAND KEYED ON A    *
      * CHANGE OR DELETE IS WRITTEN TO THE STOCK     *
      * LEDGER AS A MAINTENANCE ADJUSTMENT.          *
      ************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

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

       FD  AUDITLISTFILE.
       01  AUDIT-LIST-LINE         PIC X(132).
           05  FILLER              PIC X(1).
           05  ITC-ITEM-CODE       PIC X(6).

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  JOURNALFILE.
       COPY JRNLREC.

               ==WS-JOURNAL-STATUS==.
           05  WS-JRN-ACTION       PIC X(1) VALUE SPACE.
           05  WS-JRN-OLD-IMAGE    PIC X(64) VALUE SPACES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-STKLEDGER-STATUS==.
           05  WS-STK-OLD-ON-HAND   PIC 9(5) VALUE ZEROES.
           05  WS-STK-OLD-COST      PIC 999V99 VALUE ZEROES.
           05  WS-STK-MOVE-COST     PIC 999V99 VALUE ZEROES.
           05  WS-STK-QUANTITY      PIC S9(5) VALUE ZEROES.
           05  WS-STK-EXTENDED      PIC S9(7)V99 VALUE ZEROES.
           05  WS-STK-MOVE-TYPE     PIC X(1) VALUE SPACE.
           05  WS-STK-REFERENCE     PIC X(12) VALUE SPACES.
           05  WS-JRN-NEW-IMAGE    PIC X(64) VALUE SPACES.
           05  WS-OPERATOR-NAME    PIC X(10) VALUE SPACES.
           05  MAINT-ACTION        PIC X VALUE SPACE.
           COPY UNITAMTFLD REPLACING ==:NAME:== BY
               ==WS-NEW-UNIT-COST==.
           05  WS-NEW-TAXABLE-SW   PIC X(1) VALUE SPACE.
           05  WS-NEW-DATED-SW     PIC X(1) VALUE SPACE.
           05  WS-NEW-ANIMAL-SW    PIC X(1) VALUE SPACE.

       01  WS-AUDIT-STAMP.
           05  WS-AUDIT-DATE.
                   MOVE WS-NEW-REORDER     TO MASTER-REORDER-POINT
                   MOVE WS-NEW-UNIT-COST   TO MASTER-UNIT-COST
                   MOVE WS-NEW-TAXABLE-SW  TO MASTER-TAXABLE-SW
                   MOVE WS-NEW-DATED-SW    TO MASTER-DATED-SW
                   MOVE WS-NEW-ANIMAL-SW   TO MASTER-ANIMAL-SW
                   MOVE ZEROES TO MASTER-STORE-02-ON-HAND
                   MOVE ZEROES TO MASTER-IN-TRANSIT
                   WRITE ITEMMASTER-RECORD
                       INVALID KEY
                           DISPLAY "ITEMMAINT - ADD FAILED FOR ",
                               TO WS-JRN-NEW-IMAGE
                           MOVE "A" TO WS-JRN-ACTION
                           PERFORM 0012-WRITE-JOURNAL-RECORD
                           MOVE ZEROES TO WS-STK-OLD-ON-HAND
                           MOVE ZEROES TO WS-STK-OLD-COST
                           PERFORM 0014-SET-MAINT-MOVEMENT
                           PERFORM 0013-WRITE-STOCK-LEDGER
                   END-WRITE
               END-IF
           END-IF.
           ELSE
               PERFORM 0008-WRITE-BEFORE-AUDIT-LINE
               MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
               MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
               MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
               DISPLAY "Current description: ", MASTER-DESCRIPTION
               PERFORM 0007-ACCEPT-ITEM-FIELDS
               IF WS-EDIT-OK
                   MOVE WS-NEW-PRICE       TO MASTER-PRICE
                   MOVE WS-NEW-ON-HAND     TO MASTER-ON-HAND
                   MOVE WS-NEW-REORDER     TO MASTER-REORDER-POINT
                   IF WS-NEW-UNIT-COST IS GREATER THAN ZEROES
                       MOVE WS-NEW-UNIT-COST TO MASTER-UNIT-COST
                   END-IF
                   MOVE WS-NEW-TAXABLE-SW  TO MASTER-TAXABLE-SW
                   MOVE WS-NEW-DATED-SW    TO MASTER-DATED-SW
                   MOVE WS-NEW-ANIMAL-SW   TO MASTER-ANIMAL-SW
                   REWRITE ITEMMASTER-RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 0009-WRITE-AFTER-AUDIT-LINE
                   MOVE ITEMMASTER-RECORD TO WS-JRN-NEW-IMAGE
                   MOVE "C" TO WS-JRN-ACTION
                   PERFORM 0012-WRITE-JOURNAL-RECORD
                   PERFORM 0014-SET-MAINT-MOVEMENT
                   PERFORM 0013-WRITE-STOCK-LEDGER
               END-IF
           END-IF.
       0005-END.
               ACCEPT WS-CONFIRM-ANSWER
               IF WS-CONFIRMED
                   MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                   MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
                   MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
                   DELETE ITEMMASTER RECORD
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 0010-WRITE-CHANGE-LOG
                   MOVE SPACES TO WS-JRN-NEW-IMAGE
                   MOVE "D" TO WS-JRN-ACTION
                   PERFORM 0012-WRITE-JOURNAL-RECORD
                   MOVE ZEROES TO MASTER-ON-HAND
                   PERFORM 0014-SET-MAINT-MOVEMENT
                   PERFORM 0013-WRITE-STOCK-LEDGER
               ELSE
                   DISPLAY "Delete abandoned."
               END-IF
           ACCEPT WS-NEW-ON-HAND.
           DISPLAY "Reorder point:".
           ACCEPT WS-NEW-REORDER.
           IF MAINT-CHANGE
               MOVE MASTER-UNIT-COST TO WS-ADL-UNIT-COST
               DISPLAY "Unit cost (0 keeps the average cost of ",
                   WS-ADL-UNIT-COST, "):"
           ELSE
               DISPLAY "Vendor unit cost:"
           END-IF.
           ACCEPT WS-NEW-UNIT-COST.
           DISPLAY "Tax exempt? (E = exempt, blank = taxable)".
           ACCEPT WS-NEW-TAXABLE-SW.
           IF WS-NEW-TAXABLE-SW IS NOT EQUAL TO "E"
               MOVE SPACE TO WS-NEW-TAXABLE-SW
           END-IF.
           DISPLAY "Dated by lot and expiry? (D = dated, "
               "blank = not dated)".
           ACCEPT WS-NEW-DATED-SW.
           IF WS-NEW-DATED-SW IS NOT EQUAL TO "D"
               MOVE SPACE TO WS-NEW-DATED-SW
           END-IF.
           DISPLAY "Sold as tagged live animals? (A = live animal, "
               "blank = ordinary stock)".
           ACCEPT WS-NEW-ANIMAL-SW.
           IF WS-NEW-ANIMAL-SW IS NOT EQUAL TO "A"
               MOVE SPACE TO WS-NEW-ANIMAL-SW
           END-IF.
           IF WS-NEW-DESCRIPTION IS EQUAL TO SPACES
               DISPLAY "Description may not be blank."
               MOVE 'N' TO WS-EDIT-OK-SWITCH
           END-IF.
       0012-END.

      * EVERY CHANGE TO AN ITEM'S ON-HAND OR COST IS ALSO WRITTEN
      * TO THE STOCK LEDGER WITH ITS QUANTITY, COST AND SOURCE. THE
      * CALLER SAVES THE OLD ON-HAND AND COST AND SETS THE MOVEMENT
      * TYPE AND REFERENCE BEFORE PERFORMING THIS.
       0013-WRITE-STOCK-LEDGER.
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
                   MOVE "ITEMMAINT" TO STK-SOURCE-PROGRAM
                   MOVE WS-STK-REFERENCE TO STK-REFERENCE
                   MOVE WS-OPERATOR-NAME TO STK-OPERATOR
                   WRITE STOCK-LEDGER-RECORD
                   CLOSE STOCKLEDGERFILE
               END-IF
           END-IF
           MOVE ZEROES TO WS-STK-MOVE-COST.
       0013-END.

       0014-SET-MAINT-MOVEMENT.
           MOVE "M" TO WS-STK-MOVE-TYPE.
           MOVE SPACES TO WS-STK-REFERENCE.
           STRING "MAINT " DELIMITED BY SIZE
               MAINT-ACTION DELIMITED BY SIZE
               INTO WS-STK-REFERENCE.
       0014-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
