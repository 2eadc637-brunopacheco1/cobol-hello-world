       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVAUTH.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * RETURN-TO-VENDOR AUTHORIZATIONS              *
      * DAMAGED OR RECALLED GOODS GOING BACK TO A    *
      * VENDOR ON VENDOR.DAT ARE RAISED HERE AS AN   *
      * AUTHORIZATION ON RTV.DAT: THE QUANTITY COMES *
      * OUT OF MASTER-ON-HAND AT THE ITEM'S AVERAGE  *
      * COST AND SITS AS PENDING RTV UNTIL THE       *
      * VENDOR'S CREDIT MEMO IS RECORDED AGAINST IT. *
      * A PACKING LIST FOR THE SHIPMENT IS PRINTED   *
      * ON RTV_PACKING.LPT. A SUPERVISOR CAN VOID AN *
      * AUTHORIZATION THE VENDOR REFUSES, WHICH PUTS *
      * THE GOODS BACK INTO ON-HAND. EVERY ON-HAND   *
      * CHANGE IS JOURNALED AND WRITTEN TO THE STOCK *
      * LEDGER.                                      *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

           SELECT VENDORFILE ASSIGN "vendor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

           SELECT RTVFILE ASSIGN "rtv.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-KEY
               FILE STATUS IS WS-RTV-STATUS.

           SELECT RTVCTLFILE ASSIGN "rtvctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVCTL-STATUS.

           SELECT PACKINGLISTFILE ASSIGN "rtv_packing.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  VENDORFILE.
       01  VENDORDETAILS.
           88  VENDOR-ENDOFFILE        VALUE HIGH-VALUES.
           05  VEND-CODE           PIC X(4).
           05  VEND-NAME           PIC X(20).
           05  VEND-LEAD-DAYS      PIC 9(3).

       FD  RTVFILE.
       COPY RTVREC.

       FD  RTVCTLFILE.
       01  RTV-CONTROL-RECORD.
           05  RC-LAST-NUMBER      PIC 9(6).

       FD  PACKINGLISTFILE.
       01  PACKING-LIST-LINE       PIC X(132).

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  JOURNALFILE.
       COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-VENDOR-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RTV-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RTVCTL-STATUS==.
           05  RTV-MODE             PIC X VALUE SPACE.
               88  MODE-CREATE         VALUE "C".
               88  MODE-CREDIT         VALUE "M".
               88  MODE-VOID           VALUE "V".
               88  MODE-PRINT          VALUE "P".
               88  MODE-INQUIRE        VALUE "I".
               88  MODE-QUIT           VALUE "Q".
           05  WS-TODAY             PIC 9(8) VALUE ZEROES.
           05  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  WS-APPROVER-ID       PIC X(8) VALUE SPACES.
           05  WS-ASKED-VENDOR      PIC X(4) VALUE SPACES.
           05  WS-VENDOR-NAME       PIC X(20) VALUE SPACES.
           05  WS-VENDOR-FOUND-SW   PIC X VALUE "N".
               88  WS-VENDOR-FOUND     VALUE "Y".
           05  WS-ASKED-RTV         PIC 9(6) VALUE ZEROES.
           05  WS-RTV-FOUND-SW      PIC X VALUE "N".
               88  WS-RTV-FOUND        VALUE "Y".
           05  WS-LINES-DONE-SW     PIC X VALUE "N".
               88  WS-LINES-DONE       VALUE "Y".
           05  WS-CONFIRM-ANSWER    PIC X VALUE SPACE.
               88  WS-CONFIRMED        VALUE "Y".
           05  WS-ALREADY-KEYED-SW  PIC X VALUE "N".
               88  WS-ALREADY-KEYED    VALUE "Y".
           05  WS-SUPERVISOR-OK-SW  PIC X VALUE "N".
               88  WS-SUPERVISOR-OK    VALUE "Y".
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-JOURNAL-STATUS==.
           05  WS-JRN-OLD-IMAGE     PIC X(64) VALUE SPACES.
           05  WS-JRN-TIME          PIC 9(8) VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-STKLEDGER-STATUS==.
           05  WS-STK-OLD-ON-HAND   PIC 9(5) VALUE ZEROES.
           05  WS-STK-OLD-COST      PIC 999V99 VALUE ZEROES.
           05  WS-STK-MOVE-COST     PIC 999V99 VALUE ZEROES.
           05  WS-STK-QUANTITY      PIC S9(5) VALUE ZEROES.
           05  WS-STK-EXTENDED      PIC S9(7)V99 VALUE ZEROES.
           05  WS-STK-MOVE-TYPE     PIC X(1) VALUE SPACE.
           05  WS-STK-REFERENCE     PIC X(12) VALUE SPACES.

       01  WS-RTV-WORK.
           05  WS-RT-NUMBER         PIC 9(6) VALUE ZEROES.
           05  WS-RT-LINE           PIC 9(3) VALUE ZEROES.
           05  WS-REASON            PIC X(1) VALUE SPACE.
               88  WS-REASON-DAMAGED   VALUE "D".
               88  WS-REASON-RECALL    VALUE "R".
           05  WS-RECALL-REF        PIC X(12) VALUE SPACES.
           05  WS-ASKED-ITEM        PIC X(6) VALUE SPACES.
           05  WS-LINE-QTY          PIC 9(5) VALUE ZEROES.
           05  WS-TOTAL-QTY         PIC 9(5) VALUE ZEROES.
           05  WS-TOTAL-COST        PIC 9(7)V99 VALUE ZEROES.
           05  WS-CREDIT-MEMO       PIC X(12) VALUE SPACES.
           05  WS-CREDIT-AMOUNT     PIC 9(7)V99 VALUE ZEROES.
           05  WS-CREDIT-VARIANCE   PIC S9(7)V99 VALUE ZEROES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99-==.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-COST==
               ==:WIDTH:== BY ==$$$9.99==.

       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-LINE-IDX          PIC 9(3) VALUE ZEROES.
           05  WS-LINE-ENTRY OCCURS 20 TIMES.
               10  WS-LT-ITEM-CODE     PIC X(6).
               10  WS-LT-DESCRIPTION   PIC X(10).
               10  WS-LT-QUANTITY      PIC 9(5).
               10  WS-LT-UNIT-COST     PIC 999V99.
               10  WS-LT-LINE-COST     PIC 9(7)V99.

       01  WS-SESSION-COUNTS.
           05  WS-CREATED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-CREATED-COST      PIC 9(9)V99 VALUE ZEROES.
           05  WS-CREDITED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-CREDITED-AMOUNT   PIC 9(9)V99 VALUE ZEROES.
           05  WS-VOIDED-COUNT      PIC 9(5) VALUE ZEROES.

       01  WS-PACK-HEADING-1.
           05  FILLER             PIC X(44) VALUE
               "PETSTORE - RETURN TO VENDOR PACKING LIST    ".
           05  FILLER             PIC X(8)  VALUE "PRINTED ".
           05  WS-PH1-DATE        PIC 9(8).

       01  WS-PACK-HEADING-2.
           05  FILLER             PIC X(15) VALUE
               "AUTHORIZATION ".
           05  WS-PH2-NUMBER      PIC 9(6).
           05  FILLER             PIC X(10) VALUE "  RAISED ".
           05  WS-PH2-DATE        PIC 9(8).
           05  FILLER             PIC X(4)  VALUE " BY ".
           05  WS-PH2-OPERATOR    PIC X(8).

       01  WS-PACK-HEADING-3.
           05  FILLER             PIC X(15) VALUE "SHIP TO VENDOR ".
           05  WS-PH3-VENDOR      PIC X(4).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PH3-NAME        PIC X(20).

       01  WS-PACK-HEADING-4.
           05  FILLER             PIC X(15) VALUE "REASON".
           05  WS-PH4-REASON      PIC X(14).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PH4-RECALL-REF  PIC X(12).

       01  WS-PACK-COLUMN-HEADINGS.
           05  FILLER             PIC X(8)  VALUE "ITEM".
           05  FILLER             PIC X(12) VALUE "DESCRIPTION".
           05  FILLER             PIC X(8)  VALUE "QUANTITY".
           05  FILLER             PIC X(11) VALUE "  UNIT COST".
           05  FILLER             PIC X(15) VALUE "      EXTENDED".

       01  WS-PACK-DETAIL-LINE.
           05  WS-PDL-ITEM        PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PDL-QTY==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PDL-UNIT-COST==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PDL-COST==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-PACK-TOTAL-LINE.
           05  FILLER             PIC X(22) VALUE "TOTAL UNITS".
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PTL-QTY==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(20) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-PTL-COST==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-PACK-FOOTING.
           05  FILLER             PIC X(52) VALUE
               "QUOTE THE AUTHORIZATION NUMBER ON YOUR CREDIT MEMO.".

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-RTV-MAINTENANCE.
           MOVE "1" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "RTVAUTH - SIGN-ON REFUSED"
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
               DISPLAY "RTVAUTH ABEND - ITEM MASTER WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-ITEMMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O RTVFILE
           IF NOT WS-RTV-STATUS-OK
               OPEN OUTPUT RTVFILE
               IF WS-RTV-STATUS-OK
                   CLOSE RTVFILE
                   OPEN I-O RTVFILE
               END-IF
           END-IF
           IF NOT WS-RTV-STATUS-OK
               DISPLAY "RTVAUTH ABEND - RTV FILE WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-RTV-STATUS
               CLOSE ITEMMASTER
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN OUTPUT PACKINGLISTFILE
           PERFORM 0002-ASK-ONE-MODE
           PERFORM 0002-ASK-ONE-MODE UNTIL MODE-QUIT
           CLOSE PACKINGLISTFILE
           CLOSE RTVFILE
           CLOSE ITEMMASTER
           DISPLAY "RTVAUTH - RAISED: ", WS-CREATED-COUNT,
               " CREDITED: ", WS-CREDITED-COUNT,
               " VOIDED: ", WS-VOIDED-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-ASK-ONE-MODE.
           DISPLAY "Mode: (C)reate an authorization, record a "
               "credit (M)emo, (V)oid, (P)rint packing list, "
               "(I)nquire, (Q)uit"
           ACCEPT RTV-MODE
           IF MODE-CREATE
               PERFORM 0003-CREATE-AUTHORIZATION THRU 0003-EXIT
           ELSE
           IF MODE-CREDIT
               PERFORM 0007-RECORD-CREDIT-MEMO THRU 0007-EXIT
           ELSE
           IF MODE-VOID
               PERFORM 0008-VOID-AUTHORIZATION THRU 0008-EXIT
           ELSE
           IF MODE-PRINT
               PERFORM 0011-READ-RTV
               IF WS-RTV-FOUND
                   PERFORM 0012-PRINT-PACKING-LIST
                   DISPLAY "Packing list for ", WS-ASKED-RTV,
                       " printed."
               END-IF
           ELSE
           IF MODE-INQUIRE
               PERFORM 0011-READ-RTV
               IF WS-RTV-FOUND
                   PERFORM 0014-SHOW-RTV
               END-IF
           ELSE
               IF NOT MODE-QUIT
                   DISPLAY "Enter C, M, V, P, I or Q."
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0002-END.

      * THE LINES ARE KEYED AND CHECKED AGAINST ON-HAND FIRST; ONLY
      * WHEN THE OPERATOR CONFIRMS IS THE AUTHORIZATION WRITTEN AND
      * THE STOCK TAKEN OUT OF ON-HAND.
       0003-CREATE-AUTHORIZATION.
           DISPLAY "Vendor code:"
           ACCEPT WS-ASKED-VENDOR
           PERFORM 0016-VALIDATE-VENDOR
           IF NOT WS-VENDOR-FOUND
               DISPLAY "Vendor ", WS-ASKED-VENDOR, " is not on file."
               GO TO 0003-EXIT
           END-IF
           DISPLAY "Reason: (D)amaged or vendor (R)ecall?"
           ACCEPT WS-REASON
           IF NOT WS-REASON-DAMAGED AND NOT WS-REASON-RECALL
               DISPLAY "Enter D or R; nothing raised."
               GO TO 0003-EXIT
           END-IF
           MOVE SPACES TO WS-RECALL-REF
           IF WS-REASON-RECALL
               DISPLAY "Vendor recall reference:"
               ACCEPT WS-RECALL-REF
           END-IF
           MOVE ZEROES TO WS-LINE-COUNT
           MOVE ZEROES TO WS-TOTAL-QTY
           MOVE ZEROES TO WS-TOTAL-COST
           MOVE "N" TO WS-LINES-DONE-SW
           PERFORM 0004-ENTER-ONE-LINE THRU 0004-EXIT
               UNTIL WS-LINES-DONE
           IF WS-LINE-COUNT IS EQUAL TO ZEROES
               DISPLAY "No lines keyed; nothing raised."
               GO TO 0003-EXIT
           END-IF
           MOVE WS-TOTAL-COST TO WS-SHOW-AMOUNT
           DISPLAY WS-LINE-COUNT, " lines, ", WS-TOTAL-QTY,
               " units at cost ", WS-SHOW-AMOUNT
           DISPLAY "Raise the authorization and take the goods out "
               "of stock? (Y/N)"
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "Nothing raised."
               GO TO 0003-EXIT
           END-IF
           PERFORM 0010-ASSIGN-RTV-NUMBER
           MOVE SPACES TO RTV-RECORD
           MOVE WS-RT-NUMBER TO RT-NUMBER
           MOVE ZEROES TO RT-LINE
           MOVE WS-ASKED-VENDOR TO RT-VENDOR
           MOVE WS-REASON TO RT-REASON
           MOVE WS-RECALL-REF TO RT-RECALL-REF
           MOVE WS-TODAY TO RT-CREATED-DATE
           MOVE WS-OPERATOR-ID TO RT-CREATED-BY
           MOVE WS-LINE-COUNT TO RT-LINE-COUNT
           MOVE WS-TOTAL-QTY TO RT-TOTAL-QTY
           MOVE WS-TOTAL-COST TO RT-TOTAL-COST
           SET RT-STATUS-OPEN TO TRUE
           MOVE ZEROES TO RT-CREDIT-DATE
           MOVE ZEROES TO RT-CREDIT-AMOUNT
           WRITE RTV-RECORD
               INVALID KEY
                   DISPLAY "RTVAUTH - AUTHORIZATION ", WS-RT-NUMBER,
                       " ALREADY ON FILE; CHECK RTVCTL.DAT"
                   GO TO 0003-EXIT
           END-WRITE
           PERFORM 0005-WRITE-RTV-LINE
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           ADD 1 TO WS-CREATED-COUNT
           ADD WS-TOTAL-COST TO WS-CREATED-COST
           MOVE WS-RT-NUMBER TO WS-ASKED-RTV
           MOVE WS-RT-NUMBER TO RT-NUMBER
           MOVE ZEROES TO RT-LINE
           READ RTVFILE
               INVALID KEY
                   CONTINUE
           END-READ
           PERFORM 0012-PRINT-PACKING-LIST
           DISPLAY "Authorization ", WS-RT-NUMBER, " raised for "
               "vendor ", WS-ASKED-VENDOR, "; packing list printed.".
       0003-EXIT.
           EXIT.
       0003-END.

       0004-ENTER-ONE-LINE.
           IF WS-LINE-COUNT IS EQUAL TO 20
               DISPLAY "Twenty lines is the most one authorization "
                   "holds; raise a second one for the rest."
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
           PERFORM 0018-CHECK-LINE-ALREADY-KEYED
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX IS GREATER THAN WS-LINE-COUNT
           IF WS-ALREADY-KEYED
               DISPLAY "Item ", WS-ASKED-ITEM, " is already on this "
                   "authorization; key it as one line."
               GO TO 0004-EXIT
           END-IF
           MOVE WS-ASKED-ITEM TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   DISPLAY "Item ", WS-ASKED-ITEM,
                       " is not on the item master."
                   GO TO 0004-EXIT
           END-READ
           MOVE MASTER-UNIT-COST TO WS-SHOW-COST
           DISPLAY MASTER-DESCRIPTION, " on hand ", MASTER-ON-HAND,
               " average cost ", WS-SHOW-COST
           DISPLAY "Quantity going back:"
           ACCEPT WS-LINE-QTY
           IF WS-LINE-QTY IS EQUAL TO ZEROES
               DISPLAY "Nothing going back; line not taken."
               GO TO 0004-EXIT
           END-IF
           IF WS-LINE-QTY IS GREATER THAN MASTER-ON-HAND
               DISPLAY "Only ", MASTER-ON-HAND, " on hand; line not "
                   "taken."
               GO TO 0004-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-ASKED-ITEM TO WS-LT-ITEM-CODE(WS-LINE-COUNT)
           MOVE MASTER-DESCRIPTION TO
               WS-LT-DESCRIPTION(WS-LINE-COUNT)
           MOVE WS-LINE-QTY TO WS-LT-QUANTITY(WS-LINE-COUNT)
           MOVE MASTER-UNIT-COST TO WS-LT-UNIT-COST(WS-LINE-COUNT)
           COMPUTE WS-LT-LINE-COST(WS-LINE-COUNT) =
               WS-LINE-QTY * MASTER-UNIT-COST
           ADD WS-LINE-QTY TO WS-TOTAL-QTY
           ADD WS-LT-LINE-COST(WS-LINE-COUNT) TO WS-TOTAL-COST.
       0004-EXIT.
           EXIT.
       0004-END.

       0005-WRITE-RTV-LINE.
           MOVE SPACES TO RTV-RECORD
           MOVE WS-RT-NUMBER TO RT-NUMBER
           MOVE WS-LINE-IDX TO RT-LINE
           MOVE WS-LT-ITEM-CODE(WS-LINE-IDX) TO RT-ITEM-CODE
           MOVE WS-LT-DESCRIPTION(WS-LINE-IDX) TO RT-DESCRIPTION
           MOVE WS-LT-QUANTITY(WS-LINE-IDX) TO RT-QUANTITY
           MOVE WS-LT-UNIT-COST(WS-LINE-IDX) TO RT-UNIT-COST
           MOVE WS-LT-LINE-COST(WS-LINE-IDX) TO RT-LINE-COST
           WRITE RTV-RECORD
               INVALID KEY
                   DISPLAY "RTVAUTH - AUTHORIZATION LINE ",
                       WS-LINE-IDX, " ALREADY ON FILE"
           END-WRITE
           PERFORM 0006-PULL-FROM-ON-HAND.
       0005-END.

      * TAKING GOODS OUT AT THE AVERAGE COST LEAVES THE AVERAGE AS
      * IT WAS, SO THE LEDGER MOVEMENT IS EXACTLY THE LINE COST.
       0006-PULL-FROM-ON-HAND.
           MOVE WS-LT-ITEM-CODE(WS-LINE-IDX) TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   DISPLAY "Item ", WS-LT-ITEM-CODE(WS-LINE-IDX),
                       " not on the item master; on-hand not "
                       "updated."
               NOT INVALID KEY
                   MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                   MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
                   MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
                   IF MASTER-ON-HAND IS LESS THAN
                       WS-LT-QUANTITY(WS-LINE-IDX)
                       MOVE ZEROES TO MASTER-ON-HAND
                   ELSE
                       SUBTRACT WS-LT-QUANTITY(WS-LINE-IDX)
                           FROM MASTER-ON-HAND
                   END-IF
                   REWRITE ITEMMASTER-RECORD
                   PERFORM 0020-WRITE-JOURNAL-RECORD
                   MOVE "T" TO WS-STK-MOVE-TYPE
                   MOVE SPACES TO WS-STK-REFERENCE
                   STRING "RTV " DELIMITED BY SIZE
                       WS-RT-NUMBER DELIMITED BY SIZE
                       INTO WS-STK-REFERENCE
                   PERFORM 0021-WRITE-STOCK-LEDGER
           END-READ.
       0006-END.

      * THE CREDIT MEMO CLOSES THE AUTHORIZATION. A CREDIT FOR MORE
      * OR LESS THAN THE GOODS' COST IS ACCEPTED AND THE DIFFERENCE
      * SHOWN; THE LEDGER EXTRACT POSTS IT AS AN RTV VARIANCE.
       0007-RECORD-CREDIT-MEMO.
           PERFORM 0011-READ-RTV
           IF NOT WS-RTV-FOUND
               GO TO 0007-EXIT
           END-IF
           IF NOT RT-STATUS-OPEN
               DISPLAY "Authorization ", WS-ASKED-RTV,
                   " is not open."
               GO TO 0007-EXIT
           END-IF
           MOVE RT-TOTAL-COST TO WS-SHOW-AMOUNT
           DISPLAY "Vendor ", RT-VENDOR, " raised ", RT-CREATED-DATE,
               " cost ", WS-SHOW-AMOUNT
           DISPLAY "Vendor credit memo number:"
           ACCEPT WS-CREDIT-MEMO
           IF WS-CREDIT-MEMO IS EQUAL TO SPACES
               DISPLAY "No credit memo number; nothing recorded."
               GO TO 0007-EXIT
           END-IF
           DISPLAY "Credit amount:"
           ACCEPT WS-CREDIT-AMOUNT
           COMPUTE WS-CREDIT-VARIANCE =
               WS-CREDIT-AMOUNT - RT-TOTAL-COST
           IF WS-CREDIT-VARIANCE IS NOT EQUAL TO ZEROES
               MOVE WS-CREDIT-VARIANCE TO WS-SHOW-AMOUNT
               DISPLAY "Credit differs from the goods' cost by ",
                   WS-SHOW-AMOUNT
           END-IF
           DISPLAY "Record the credit and close the authorization? "
               "(Y/N)"
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "Nothing recorded."
               GO TO 0007-EXIT
           END-IF
           SET RT-STATUS-CREDITED TO TRUE
           MOVE WS-CREDIT-MEMO TO RT-CREDIT-MEMO
           MOVE WS-TODAY TO RT-CREDIT-DATE
           MOVE WS-CREDIT-AMOUNT TO RT-CREDIT-AMOUNT
           MOVE WS-OPERATOR-ID TO RT-CLOSED-BY
           REWRITE RTV-RECORD
               INVALID KEY
                   DISPLAY "RTVAUTH - AUTHORIZATION ", WS-ASKED-RTV,
                       " COULD NOT BE REWRITTEN"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0007-EXIT
           END-REWRITE
           ADD 1 TO WS-CREDITED-COUNT
           ADD WS-CREDIT-AMOUNT TO WS-CREDITED-AMOUNT
           DISPLAY "Credit memo ", WS-CREDIT-MEMO, " recorded on ",
               WS-ASKED-RTV, ".".
       0007-EXIT.
           EXIT.
       0007-END.

      * ONLY A SUPERVISOR CAN VOID AN OPEN AUTHORIZATION. THE GOODS
      * GO BACK INTO ON-HAND AT THE COST THEY WENT OUT AT.
       0008-VOID-AUTHORIZATION.
           PERFORM 0019-REQUIRE-SUPERVISOR
           IF NOT WS-SUPERVISOR-OK
               DISPLAY "Voiding an authorization needs a supervisor."
               GO TO 0008-EXIT
           END-IF
           PERFORM 0011-READ-RTV
           IF NOT WS-RTV-FOUND
               GO TO 0008-EXIT
           END-IF
           IF NOT RT-STATUS-OPEN
               DISPLAY "Authorization ", WS-ASKED-RTV,
                   " is not open."
               GO TO 0008-EXIT
           END-IF
           PERFORM 0014-SHOW-RTV
           DISPLAY "Void it and put the goods back in stock? (Y/N)"
           ACCEPT WS-CONFIRM-ANSWER
           IF NOT WS-CONFIRMED
               DISPLAY "Authorization left open."
               GO TO 0008-EXIT
           END-IF
           SET RT-STATUS-VOID TO TRUE
           MOVE WS-TODAY TO RT-CREDIT-DATE
           MOVE ZEROES TO RT-CREDIT-AMOUNT
           MOVE WS-APPROVER-ID TO RT-CLOSED-BY
           REWRITE RTV-RECORD
               INVALID KEY
                   DISPLAY "RTVAUTH - AUTHORIZATION ", WS-ASKED-RTV,
                       " COULD NOT BE REWRITTEN"
                   MOVE 16 TO RETURN-CODE
                   GO TO 0008-EXIT
           END-REWRITE
           MOVE WS-ASKED-RTV TO WS-RT-NUMBER
           MOVE RT-LINE-COUNT TO WS-LINE-COUNT
           PERFORM 0009-RETURN-ONE-LINE
               VARYING WS-RT-LINE FROM 1 BY 1
               UNTIL WS-RT-LINE IS GREATER THAN WS-LINE-COUNT
           ADD 1 TO WS-VOIDED-COUNT
           DISPLAY "Authorization ", WS-ASKED-RTV, " voided.".
       0008-EXIT.
           EXIT.
       0008-END.

       0009-RETURN-ONE-LINE.
           MOVE WS-RT-NUMBER TO RT-NUMBER
           MOVE WS-RT-LINE TO RT-LINE
           READ RTVFILE
               INVALID KEY
                   DISPLAY "RTVAUTH - AUTHORIZATION ", WS-RT-NUMBER,
                       " LINE ", WS-RT-LINE, " MISSING"
               NOT INVALID KEY
                   MOVE RT-ITEM-CODE TO MASTER-ITEM-CODE
                   READ ITEMMASTER
                       INVALID KEY
                           DISPLAY "Item ", RT-ITEM-CODE,
                               " no longer on the item master; not "
                               "put back."
                       NOT INVALID KEY
                           MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                           MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
                           MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
                           ADD RT-QUANTITY TO MASTER-ON-HAND
                           COMPUTE MASTER-UNIT-COST ROUNDED =
                               (WS-STK-OLD-ON-HAND * WS-STK-OLD-COST +
                               RT-LINE-COST) / MASTER-ON-HAND
                           MOVE RT-UNIT-COST TO WS-STK-MOVE-COST
                           REWRITE ITEMMASTER-RECORD
                           PERFORM 0020-WRITE-JOURNAL-RECORD
                           MOVE "T" TO WS-STK-MOVE-TYPE
                           MOVE SPACES TO WS-STK-REFERENCE
                           STRING "RTV " DELIMITED BY SIZE
                               WS-RT-NUMBER DELIMITED BY SIZE
                               INTO WS-STK-REFERENCE
                           PERFORM 0021-WRITE-STOCK-LEDGER
                   END-READ
           END-READ.
       0009-END.

       0010-ASSIGN-RTV-NUMBER.
           MOVE ZEROES TO WS-RT-NUMBER
           OPEN INPUT RTVCTLFILE
           IF WS-RTVCTL-STATUS-OK
               READ RTVCTLFILE
                   AT END CONTINUE
               END-READ
               IF WS-RTVCTL-STATUS-OK
                   MOVE RC-LAST-NUMBER TO WS-RT-NUMBER
               END-IF
               CLOSE RTVCTLFILE
           END-IF
           ADD 1 TO WS-RT-NUMBER
           OPEN OUTPUT RTVCTLFILE
           MOVE WS-RT-NUMBER TO RC-LAST-NUMBER
           WRITE RTV-CONTROL-RECORD
           CLOSE RTVCTLFILE.
       0010-END.

       0011-READ-RTV.
           MOVE "N" TO WS-RTV-FOUND-SW
           DISPLAY "Authorization number:"
           ACCEPT WS-ASKED-RTV
           MOVE WS-ASKED-RTV TO RT-NUMBER
           MOVE ZEROES TO RT-LINE
           READ RTVFILE
               INVALID KEY
                   DISPLAY "Authorization ", WS-ASKED-RTV,
                       " is not on file."
               NOT INVALID KEY
                   SET WS-RTV-FOUND TO TRUE
           END-READ.
       0011-END.

      * PRINTS THE PACKING LIST FOR THE AUTHORIZATION WHOSE HEADER
      * IS IN THE RECORD AREA, THEN LEAVES THE HEADER THERE AGAIN.
       0012-PRINT-PACKING-LIST.
           MOVE RT-VENDOR TO WS-ASKED-VENDOR
           PERFORM 0016-VALIDATE-VENDOR
           MOVE WS-TODAY TO WS-PH1-DATE
           MOVE RT-NUMBER TO WS-PH2-NUMBER
           MOVE RT-CREATED-DATE TO WS-PH2-DATE
           MOVE RT-CREATED-BY TO WS-PH2-OPERATOR
           MOVE RT-VENDOR TO WS-PH3-VENDOR
           MOVE WS-VENDOR-NAME TO WS-PH3-NAME
           IF RT-REASON-RECALL
               MOVE "VENDOR RECALL" TO WS-PH4-REASON
           ELSE
               MOVE "DAMAGED GOODS" TO WS-PH4-REASON
           END-IF
           MOVE RT-RECALL-REF TO WS-PH4-RECALL-REF
           MOVE RT-TOTAL-QTY TO WS-PTL-QTY
           MOVE RT-TOTAL-COST TO WS-PTL-COST
           MOVE RT-NUMBER TO WS-RT-NUMBER
           MOVE RT-LINE-COUNT TO WS-LINE-COUNT
           MOVE WS-PACK-HEADING-1 TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE SPACES TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE WS-PACK-HEADING-2 TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE WS-PACK-HEADING-3 TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE WS-PACK-HEADING-4 TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE SPACES TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE WS-PACK-COLUMN-HEADINGS TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           PERFORM 0013-PRINT-ONE-PACKING-LINE
               VARYING WS-RT-LINE FROM 1 BY 1
               UNTIL WS-RT-LINE IS GREATER THAN WS-LINE-COUNT
           MOVE SPACES TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE WS-PACK-TOTAL-LINE TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE SPACES TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE WS-PACK-FOOTING TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE SPACES TO PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           WRITE PACKING-LIST-LINE
           MOVE WS-RT-NUMBER TO RT-NUMBER
           MOVE ZEROES TO RT-LINE
           READ RTVFILE
               INVALID KEY
                   CONTINUE
           END-READ.
       0012-END.

       0013-PRINT-ONE-PACKING-LINE.
           MOVE WS-RT-NUMBER TO RT-NUMBER
           MOVE WS-RT-LINE TO RT-LINE
           READ RTVFILE
               INVALID KEY
                   DISPLAY "RTVAUTH - AUTHORIZATION ", WS-RT-NUMBER,
                       " LINE ", WS-RT-LINE, " MISSING"
               NOT INVALID KEY
                   MOVE RT-ITEM-CODE TO WS-PDL-ITEM
                   MOVE RT-DESCRIPTION TO WS-PDL-DESCRIPTION
                   MOVE RT-QUANTITY TO WS-PDL-QTY
                   MOVE RT-UNIT-COST TO WS-PDL-UNIT-COST
                   MOVE RT-LINE-COST TO WS-PDL-COST
                   MOVE WS-PACK-DETAIL-LINE TO PACKING-LIST-LINE
                   WRITE PACKING-LIST-LINE
           END-READ.
       0013-END.

       0014-SHOW-RTV.
           MOVE RT-TOTAL-COST TO WS-SHOW-AMOUNT
           DISPLAY "Authorization: ", RT-NUMBER
           DISPLAY "Vendor:        ", RT-VENDOR
           DISPLAY "Reason:        ", RT-REASON, " ", RT-RECALL-REF
           DISPLAY "Raised:        ", RT-CREATED-DATE, " by ",
               RT-CREATED-BY
           DISPLAY "Units:         ", RT-TOTAL-QTY
           DISPLAY "Cost:          ", WS-SHOW-AMOUNT
           DISPLAY "Status:        ", RT-STATUS
           IF RT-STATUS-CREDITED
               MOVE RT-CREDIT-AMOUNT TO WS-SHOW-AMOUNT
               DISPLAY "Credit memo:   ", RT-CREDIT-MEMO, " ",
                   WS-SHOW-AMOUNT, " recorded ", RT-CREDIT-DATE,
                   " by ", RT-CLOSED-BY
           END-IF
           IF RT-STATUS-VOID
               DISPLAY "Voided:        ", RT-CREDIT-DATE, " by ",
                   RT-CLOSED-BY
           END-IF
           MOVE RT-NUMBER TO WS-RT-NUMBER
           MOVE RT-LINE-COUNT TO WS-LINE-COUNT
           PERFORM 0015-SHOW-ONE-LINE
               VARYING WS-RT-LINE FROM 1 BY 1
               UNTIL WS-RT-LINE IS GREATER THAN WS-LINE-COUNT
           MOVE WS-RT-NUMBER TO RT-NUMBER
           MOVE ZEROES TO RT-LINE
           READ RTVFILE
               INVALID KEY
                   CONTINUE
           END-READ.
       0014-END.

       0015-SHOW-ONE-LINE.
           MOVE WS-RT-NUMBER TO RT-NUMBER
           MOVE WS-RT-LINE TO RT-LINE
           READ RTVFILE
               INVALID KEY
                   DISPLAY "  LINE ", WS-RT-LINE, " MISSING"
               NOT INVALID KEY
                   MOVE RT-UNIT-COST TO WS-SHOW-COST
                   MOVE RT-LINE-COST TO WS-SHOW-AMOUNT
                   DISPLAY "  ", RT-ITEM-CODE, " ", RT-DESCRIPTION,
                       " QTY ", RT-QUANTITY, " AT ", WS-SHOW-COST,
                       " = ", WS-SHOW-AMOUNT
           END-READ.
       0015-END.

       0016-VALIDATE-VENDOR.
           MOVE "N" TO WS-VENDOR-FOUND-SW
           MOVE SPACES TO WS-VENDOR-NAME
           OPEN INPUT VENDORFILE
           IF NOT WS-VENDOR-FILE-STATUS-OK
               DISPLAY "Vendor file not available; vendor accepted "
                   "unchecked."
               MOVE "Y" TO WS-VENDOR-FOUND-SW
           ELSE
               READ VENDORFILE
                   AT END SET VENDOR-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0017-MATCH-ONE-VENDOR UNTIL VENDOR-ENDOFFILE
               CLOSE VENDORFILE
           END-IF.
       0016-END.

       0017-MATCH-ONE-VENDOR.
           IF VEND-CODE IS EQUAL TO WS-ASKED-VENDOR
               MOVE "Y" TO WS-VENDOR-FOUND-SW
               MOVE VEND-NAME TO WS-VENDOR-NAME
           END-IF
           READ VENDORFILE
               AT END SET VENDOR-ENDOFFILE TO TRUE
           END-READ.
       0017-END.

       0018-CHECK-LINE-ALREADY-KEYED.
           IF WS-LT-ITEM-CODE(WS-LINE-IDX) IS EQUAL TO WS-ASKED-ITEM
               SET WS-ALREADY-KEYED TO TRUE
           END-IF.
       0018-END.

       0019-REQUIRE-SUPERVISOR.
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
                       DISPLAY "Security file not on hand; void "
                           "allowed unchecked."
                       MOVE "Y" TO WS-SUPERVISOR-OK-SW
                       MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
                   END-IF
               END-IF
           END-IF.
       0019-END.

      * EVERY ON-HAND UPDATE LEAVES A BEFORE/AFTER IMAGE ON THE
      * SHARED MASTER-FILE JOURNAL FOR THE ROLL-FORWARD UTILITY.
       0020-WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNALFILE
           IF NOT WS-JOURNAL-STATUS-OK
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF WS-JOURNAL-STATUS-OK
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE SPACES TO MASTER-JOURNAL-RECORD
               MOVE "RTVAUTH     " TO MJ-PROGRAM
               MOVE WS-OPERATOR-ID TO MJ-OPERATOR
               MOVE WS-TODAY TO MJ-DATE
               MOVE WS-JRN-TIME TO MJ-TIME
               MOVE "ITEMMASTER  " TO MJ-FILE-NAME
               MOVE "C" TO MJ-ACTION
               MOVE WS-JRN-OLD-IMAGE TO MJ-OLD-IMAGE
               MOVE ITEMMASTER-RECORD TO MJ-NEW-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE JOURNALFILE
           END-IF.
       0020-END.

      * EVERY CHANGE TO AN ITEM'S ON-HAND OR COST IS ALSO WRITTEN
      * TO THE STOCK LEDGER WITH ITS QUANTITY, COST AND SOURCE. THE
      * CALLER SAVES THE OLD ON-HAND AND COST AND SETS THE MOVEMENT
      * TYPE AND REFERENCE BEFORE PERFORMING THIS.
       0021-WRITE-STOCK-LEDGER.
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
                   MOVE "RTVAUTH" TO STK-SOURCE-PROGRAM
                   MOVE WS-STK-REFERENCE TO STK-REFERENCE
                   MOVE WS-OPERATOR-ID TO STK-OPERATOR
                   WRITE STOCK-LEDGER-RECORD
                   CLOSE STOCKLEDGERFILE
               END-IF
           END-IF
           MOVE ZEROES TO WS-STK-MOVE-COST.
       0021-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM RTVAUTH.
