       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEMAINT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PERMANENT PRICE CHANGE BATCHES               *
      * A SET OF PERMANENT SHELF PRICE CHANGES - A   *
      * VENDOR COST INCREASE, A LINE REPRICED - IS   *
      * KEYED HERE AS ONE BATCH ON PRICECHG.DAT WITH *
      * AN EFFECTIVE DATE AND A REASON, SHOWING EACH *
      * ITEM'S MARGIN AT THE NEW PRICE AS IT IS      *
      * KEYED. A SUPERVISOR OTHER THAN THE PERSON    *
      * WHO KEYED IT REVIEWS THE BATCH AND APPROVES  *
      * OR REJECTS IT. NOTHING HERE TOUCHES THE ITEM *
      * MASTER: THE NIGHTLY PRICEAPPLY STEP MOVES AN *
      * APPROVED BATCH'S PRICES IN WHEN IT FALLS DUE *
      * AND PRINTS THE SHELF LABELS.                 *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

           SELECT PRICECHGFILE ASSIGN "pricechg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-KEY
               FILE STATUS IS WS-PRICECHG-STATUS.

           SELECT PRICECTLFILE ASSIGN "pricectl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  PRICECHGFILE.
       COPY PRICECHGREC.

       FD  PRICECTLFILE.
       01  PRICE-CONTROL-RECORD.
           05  PCC-LAST-NUMBER     PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PRICECHG-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PRICECTL-STATUS==.
           05  PRICE-MODE           PIC X VALUE SPACE.
               88  MODE-ENTER          VALUE "E".
               88  MODE-REVIEW         VALUE "R".
               88  MODE-INQUIRE        VALUE "I".
               88  MODE-QUIT           VALUE "Q".
           05  WS-TODAY             PIC 9(8) VALUE ZEROES.
           05  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  WS-APPROVER-ID       PIC X(8) VALUE SPACES.
           05  WS-ASKED-BATCH       PIC 9(6) VALUE ZEROES.
           05  WS-BATCH-FOUND-SW    PIC X VALUE "N".
               88  WS-BATCH-FOUND      VALUE "Y".
           05  WS-LINES-DONE-SW     PIC X VALUE "N".
               88  WS-LINES-DONE       VALUE "Y".
           05  WS-CONFIRM-ANSWER    PIC X VALUE SPACE.
               88  WS-CONFIRMED        VALUE "Y".
           05  WS-REVIEW-ANSWER     PIC X VALUE SPACE.
               88  WS-REVIEW-APPROVE   VALUE "A".
               88  WS-REVIEW-REJECT    VALUE "R".
           05  WS-ALREADY-KEYED-SW  PIC X VALUE "N".
               88  WS-ALREADY-KEYED    VALUE "Y".
           05  WS-SUPERVISOR-OK-SW  PIC X VALUE "N".
               88  WS-SUPERVISOR-OK    VALUE "Y".

       01  WS-BATCH-WORK.
           05  WS-PC-BATCH          PIC 9(6) VALUE ZEROES.
           05  WS-PC-LINE           PIC 9(3) VALUE ZEROES.
           05  WS-EFFECTIVE-DATE.
               10  WS-EFF-YEAR         PIC 9(4).
               10  WS-EFF-MONTH        PIC 9(2).
               10  WS-EFF-DAY          PIC 9(2).
           05  WS-EFFECTIVE-DATE-NUM REDEFINES WS-EFFECTIVE-DATE
                                    PIC 9(8).
           05  WS-REASON            PIC X(30) VALUE SPACES.
           05  WS-ASKED-ITEM        PIC X(6) VALUE SPACES.
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==WS-NEW-PRICE==.
           05  WS-MARGIN-PERCENT    PIC S9(3)V9 VALUE ZEROES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-PRICE==
               ==:WIDTH:== BY ==$$$9.99==.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-NEW-PRICE==
               ==:WIDTH:== BY ==$$$9.99==.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-COST==
               ==:WIDTH:== BY ==$$$9.99==.
           05  WS-SHOW-MARGIN       PIC ZZ9.9-.

       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-LINE-IDX          PIC 9(3) VALUE ZEROES.
           05  WS-LINE-ENTRY OCCURS 50 TIMES.
               10  WS-LT-ITEM-CODE     PIC X(6).
               10  WS-LT-DESCRIPTION   PIC X(10).
               10  WS-LT-KEYED-PRICE   PIC 999V99.
               10  WS-LT-NEW-PRICE     PIC 999V99.

       01  WS-SESSION-COUNTS.
           05  WS-ENTERED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-APPROVED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE ZEROES.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-PRICE-MAINTENANCE.
           MOVE "1" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "PRICEMAINT - SIGN-ON REFUSED"
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
           OPEN INPUT ITEMMASTER
           IF NOT WS-ITEMMASTER-STATUS-OK
               DISPLAY "PRICEMAINT ABEND - ITEM MASTER WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-ITEMMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O PRICECHGFILE
           IF NOT WS-PRICECHG-STATUS-OK
               OPEN OUTPUT PRICECHGFILE
               IF WS-PRICECHG-STATUS-OK
                   CLOSE PRICECHGFILE
                   OPEN I-O PRICECHGFILE
               END-IF
           END-IF
           IF NOT WS-PRICECHG-STATUS-OK
               DISPLAY "PRICEMAINT ABEND - PRICE CHANGE FILE WILL "
                   "NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-PRICECHG-STATUS
               CLOSE ITEMMASTER
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0002-ASK-ONE-MODE
           PERFORM 0002-ASK-ONE-MODE UNTIL MODE-QUIT
           CLOSE PRICECHGFILE
           CLOSE ITEMMASTER
           DISPLAY "PRICEMAINT - KEYED: ", WS-ENTERED-COUNT,
               " APPROVED: ", WS-APPROVED-COUNT,
               " REJECTED: ", WS-REJECTED-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-ASK-ONE-MODE.
           DISPLAY "Mode: (E)nter a price change batch, (R)eview a "
               "batch, (I)nquire, (Q)uit"
           ACCEPT PRICE-MODE
           IF MODE-ENTER
               PERFORM 0003-ENTER-BATCH THRU 0003-EXIT
           ELSE
           IF MODE-REVIEW
               PERFORM 0007-REVIEW-BATCH THRU 0007-EXIT
           ELSE
           IF MODE-INQUIRE
               PERFORM 0009-READ-BATCH
               IF WS-BATCH-FOUND
                   PERFORM 0010-SHOW-BATCH
               END-IF
           ELSE
               IF NOT MODE-QUIT
                   DISPLAY "Enter E, R, I or Q."
               END-IF
           END-IF
           END-IF
           END-IF.
       0002-END.

      * THE LINES ARE KEYED AND CHECKED AGAINST THE ITEM MASTER
      * FIRST; ONLY WHEN THE OPERATOR CONFIRMS IS THE BATCH WRITTEN,
      * AND THEN ONLY AS PENDING REVIEW.
       0003-ENTER-BATCH.
           DISPLAY "Effective date (YYYYMMDD):"
           ACCEPT WS-EFFECTIVE-DATE
           IF WS-EFFECTIVE-DATE-NUM IS NOT NUMERIC
               OR WS-EFF-MONTH IS LESS THAN 1
               OR WS-EFF-MONTH IS GREATER THAN 12
               OR WS-EFF-DAY IS LESS THAN 1
               OR WS-EFF-DAY IS GREATER THAN 31
               DISPLAY "Not a valid date; nothing keyed."
               GO TO 0003-EXIT
           END-IF
           IF WS-EFFECTIVE-DATE-NUM IS LESS THAN WS-TODAY
               DISPLAY "The effective date is already past; nothing "
                   "keyed."
               GO TO 0003-EXIT
           END-IF
           DISPLAY "Reason for the change:"
           ACCEPT WS-REASON
           IF WS-REASON IS EQUAL TO SPACES
               DISPLAY "A reason is required; nothing keyed."
               GO TO 0003-EXIT
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT
           MOVE "N" TO WS-LINES-DONE-SW
           PERFORM 0004-ENTER-ONE-LINE THRU 0004-EXIT
               UNTIL WS-LINES-DONE
           IF WS-LINE-COUNT IS EQUAL TO ZEROES
               DISPLAY "No lines keyed; nothing written."
               GO TO 0003-EXIT
           END-IF
           DISPLAY WS-LINE-COUNT, " price changes effective ",
               WS-EFFECTIVE-DATE-NUM
           DISPLAY "Write the batch for review? (Y/N)"
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "Nothing written."
               GO TO 0003-EXIT
           END-IF
           PERFORM 0008-ASSIGN-BATCH-NUMBER
           MOVE SPACES TO PRICE-CHANGE-RECORD
           MOVE WS-PC-BATCH TO PC-BATCH
           MOVE ZEROES TO PC-LINE
           MOVE WS-EFFECTIVE-DATE-NUM TO PC-EFFECTIVE-DATE
           MOVE WS-REASON TO PC-REASON
           MOVE WS-TODAY TO PC-ENTERED-DATE
           MOVE WS-OPERATOR-ID TO PC-ENTERED-BY
           MOVE WS-LINE-COUNT TO PC-LINE-COUNT
           SET PC-STATUS-PENDING TO TRUE
           MOVE ZEROES TO PC-REVIEWED-DATE
           MOVE ZEROES TO PC-APPLIED-DATE
           WRITE PRICE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PRICEMAINT - BATCH ", WS-PC-BATCH,
                       " ALREADY ON FILE; CHECK PRICECTL.DAT"
                   GO TO 0003-EXIT
           END-WRITE
           PERFORM 0006-WRITE-BATCH-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           ADD 1 TO WS-ENTERED-COUNT
           DISPLAY "Batch ", WS-PC-BATCH, " written; it needs a "
               "supervisor's review before it can be applied.".
       0003-EXIT.
           EXIT.
       0003-END.

       0004-ENTER-ONE-LINE.
           IF WS-LINE-COUNT IS EQUAL TO 50
               DISPLAY "Fifty lines is the most one batch holds; "
                   "key a second batch for the rest."
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
           PERFORM 0012-CHECK-LINE-ALREADY-KEYED
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           IF WS-ALREADY-KEYED
               DISPLAY "Item ", WS-ASKED-ITEM, " is already in this "
                   "batch."
               GO TO 0004-EXIT
           END-IF
           MOVE WS-ASKED-ITEM TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   DISPLAY "Item ", WS-ASKED-ITEM,
                       " is not on the item master."
                   GO TO 0004-EXIT
           END-READ
           MOVE MASTER-PRICE TO WS-SHOW-PRICE
           MOVE MASTER-UNIT-COST TO WS-SHOW-COST
           DISPLAY MASTER-DESCRIPTION, " price ", WS-SHOW-PRICE,
               " average cost ", WS-SHOW-COST
           DISPLAY "New price:"
           ACCEPT WS-NEW-PRICE
           IF WS-NEW-PRICE IS NOT GREATER THAN ZEROES
               DISPLAY "Price must be greater than zero; line not "
                   "taken."
               GO TO 0004-EXIT
           END-IF
           IF WS-NEW-PRICE IS EQUAL TO MASTER-PRICE
               DISPLAY "That is the current price; line not taken."
               GO TO 0004-EXIT
           END-IF
           PERFORM 0005-SHOW-NEW-MARGIN
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ASKED-ITEM TO WS-LT-ITEM-CODE(WS-LINE-COUNT)
           MOVE MASTER-DESCRIPTION TO
               WS-LT-DESCRIPTION(WS-LINE-COUNT)
           MOVE MASTER-PRICE TO WS-LT-KEYED-PRICE(WS-LINE-COUNT)
           MOVE WS-NEW-PRICE TO WS-LT-NEW-PRICE(WS-LINE-COUNT).
       0004-EXIT.
           EXIT.
       0004-END.

      * THE MARGIN IS FIGURED AT THE ITEM'S CURRENT AVERAGE COST, THE
      * SAME WAY THE NIGHTLY MARGIN IMPACT REPORT FIGURES IT.
       0005-SHOW-NEW-MARGIN.
           COMPUTE WS-MARGIN-PERCENT ROUNDED =
               (WS-NEW-PRICE - MASTER-UNIT-COST) * 100 / WS-NEW-PRICE
           MOVE WS-MARGIN-PERCENT TO WS-SHOW-MARGIN
           DISPLAY "Margin at the new price: ", WS-SHOW-MARGIN, "%"
           IF WS-NEW-PRICE IS LESS THAN MASTER-UNIT-COST
               DISPLAY "Warning: the new price is below cost."
           END-IF.
       0005-END.

       0006-WRITE-BATCH-LINE.
           MOVE SPACES TO PRICE-CHANGE-RECORD
           MOVE WS-PC-BATCH TO PC-BATCH
           MOVE WS-LINE-IDX TO PC-LINE
           MOVE WS-LT-ITEM-CODE(WS-LINE-IDX) TO PC-ITEM-CODE
           MOVE WS-LT-DESCRIPTION(WS-LINE-IDX) TO PC-DESCRIPTION
           MOVE WS-LT-KEYED-PRICE(WS-LINE-IDX) TO PC-KEYED-PRICE
           MOVE WS-LT-NEW-PRICE(WS-LINE-IDX) TO PC-NEW-PRICE
           SET PC-LINE-WAITING TO TRUE
           MOVE ZEROES TO PC-APPLIED-OLD-PRICE
           WRITE PRICE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PRICEMAINT - BATCH LINE ",
                       WS-LINE-IDX, " ALREADY ON FILE"
           END-WRITE.
       0006-END.

      * ONLY A SUPERVISOR CAN APPROVE OR REJECT A PENDING BATCH, AND
      * NOT ONE THEY KEYED THEMSELVES. AN APPROVED BATCH IS LEFT FOR
      * THE NIGHTLY PRICEAPPLY STEP.
       0007-REVIEW-BATCH.
           PERFORM 0013-REQUIRE-SUPERVISOR
           IF NOT WS-SUPERVISOR-OK
               DISPLAY "Reviewing a price change batch needs a "
                   "supervisor."
               GO TO 0007-EXIT
           END-IF
           PERFORM 0009-READ-BATCH
           IF NOT WS-BATCH-FOUND
               GO TO 0007-EXIT
           END-IF
           IF NOT PC-STATUS-PENDING
               DISPLAY "Batch ", WS-ASKED-BATCH,
                   " is not waiting for review."
               GO TO 0007-EXIT
           END-IF
           IF PC-ENTERED-BY IS EQUAL TO WS-APPROVER-ID
               AND NOT SGN-NO-SECURITY-FILE
               DISPLAY "Batch ", WS-ASKED-BATCH, " was keyed by ",
                   PC-ENTERED-BY, "; another supervisor must "
                   "review it."
               GO TO 0007-EXIT
           END-IF
           PERFORM 0010-SHOW-BATCH
           DISPLAY "(A)pprove, (R)eject, or blank to leave pending:"
           ACCEPT WS-REVIEW-ANSWER
           IF NOT WS-REVIEW-APPROVE AND NOT WS-REVIEW-REJECT
               DISPLAY "Batch left pending."
               GO TO 0007-EXIT
           END-IF
           IF WS-REVIEW-APPROVE
               SET PC-STATUS-APPROVED TO TRUE
           ELSE
               SET PC-STATUS-REJECTED TO TRUE
           END-IF
           MOVE WS-TODAY TO PC-REVIEWED-DATE
           MOVE WS-APPROVER-ID TO PC-REVIEWED-BY
           REWRITE PRICE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PRICEMAINT - BATCH ", WS-ASKED-BATCH,
                       " COULD NOT BE REWRITTEN"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0007-EXIT
           END-REWRITE
           IF WS-REVIEW-APPROVE
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "Batch ", WS-ASKED-BATCH, " approved; it is "
                   "applied in the nightly run before ",
                   PC-EFFECTIVE-DATE, "."
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Batch ", WS-ASKED-BATCH, " rejected."
           END-IF.
       0007-EXIT.
           EXIT.
       0007-END.

       0008-ASSIGN-BATCH-NUMBER.
           MOVE ZEROES TO WS-PC-BATCH
           OPEN INPUT PRICECTLFILE
           IF WS-PRICECTL-STATUS-OK
               READ PRICECTLFILE
                   AT END CONTINUE
               END-READ
               IF WS-PRICECTL-STATUS-OK
                   MOVE PCC-LAST-NUMBER TO WS-PC-BATCH
               END-IF
               CLOSE PRICECTLFILE
           END-IF
           ADD 1 TO WS-PC-BATCH
           OPEN OUTPUT PRICECTLFILE
           MOVE WS-PC-BATCH TO PCC-LAST-NUMBER
           WRITE PRICE-CONTROL-RECORD
           CLOSE PRICECTLFILE.
       0008-END.

       0009-READ-BATCH.
           MOVE "N" TO WS-BATCH-FOUND-SW
           DISPLAY "Batch number:"
           ACCEPT WS-ASKED-BATCH
           MOVE WS-ASKED-BATCH TO PC-BATCH
           MOVE ZEROES TO PC-LINE
           READ PRICECHGFILE
               INVALID KEY
                   DISPLAY "Batch ", WS-ASKED-BATCH,
                       " is not on file."
               NOT INVALID KEY
                   SET WS-BATCH-FOUND TO TRUE
           END-READ.
       0009-END.

      * SHOWS THE BATCH WHOSE HEADER IS IN THE RECORD AREA, THEN
      * LEAVES THE HEADER THERE AGAIN FOR A REWRITE.
       0010-SHOW-BATCH.
           DISPLAY "Batch:         ", PC-BATCH
           DISPLAY "Effective:     ", PC-EFFECTIVE-DATE
           DISPLAY "Reason:        ", PC-REASON
           DISPLAY "Keyed:         ", PC-ENTERED-DATE, " by ",
               PC-ENTERED-BY
           DISPLAY "Status:        ", PC-STATUS
           IF NOT PC-STATUS-PENDING
               DISPLAY "Reviewed:      ", PC-REVIEWED-DATE, " by ",
                   PC-REVIEWED-BY
           END-IF
           IF PC-STATUS-APPLIED
               DISPLAY "Applied:       ", PC-APPLIED-DATE
           END-IF
           MOVE PC-BATCH TO WS-PC-BATCH
           MOVE PC-LINE-COUNT TO WS-LINE-COUNT
           PERFORM 0011-SHOW-ONE-LINE
               VARYING WS-PC-LINE FROM 1 BY 1
               UNTIL WS-PC-LINE IS GREATER THAN WS-LINE-COUNT
           MOVE WS-PC-BATCH TO PC-BATCH
           MOVE ZEROES TO PC-LINE
           READ PRICECHGFILE
               INVALID KEY
                   CONTINUE
           END-READ.
       0010-END.

       0011-SHOW-ONE-LINE.
           MOVE WS-PC-BATCH TO PC-BATCH
           MOVE WS-PC-LINE TO PC-LINE
           READ PRICECHGFILE
               INVALID KEY
                   DISPLAY "  LINE ", WS-PC-LINE, " MISSING"
               NOT INVALID KEY
                   MOVE PC-KEYED-PRICE TO WS-SHOW-PRICE
                   MOVE PC-NEW-PRICE TO WS-SHOW-NEW-PRICE
                   DISPLAY "  ", PC-ITEM-CODE, " ", PC-DESCRIPTION,
                       " ", WS-SHOW-PRICE, " TO ", WS-SHOW-NEW-PRICE,
                       " ", PC-LINE-STATUS
           END-READ.
       0011-END.

       0012-CHECK-LINE-ALREADY-KEYED.
           IF WS-LT-ITEM-CODE(WS-LINE-IDX) IS EQUAL TO WS-ASKED-ITEM
               SET WS-ALREADY-KEYED TO TRUE
           END-IF.
       0012-END.

       0013-REQUIRE-SUPERVISOR.
           MOVE "N" TO WS-SUPERVISOR-OK-SW
           IF SGN-SIGNED-ON AND SGN-AUTHORITY IS NOT LESS THAN "2"
               MOVE "Y" TO WS-SUPERVISOR-OK-SW
               MOVE SGN-OPERATOR-ID TO WS-APPROVER-ID
           ELSE
               MOVE "2" TO SGN-REQUIRED-AUTHORITY
               CALL "SIGNON" USING SIGNON-AREA
               IF SGN-SIGNED-ON
                   MOVE "Y" TO WS-SUPERVISOR-OK-SW
                   MOVE SGN-OPERATOR-ID TO WS-APPROVER-ID
               ELSE
                   IF SGN-NO-SECURITY-FILE
                       DISPLAY "Security file not on hand; review "
                           "allowed unchecked."
                       MOVE "Y" TO WS-SUPERVISOR-OK-SW
                       MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
                   END-IF
               END-IF
           END-IF.
       0013-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM PRICEMAINT.
