       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANIMMAINT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * LIVE ANIMAL RECORDS                          *
      * EVERY LIVE ANIMAL TAKEN INTO THE STORE IS    *
      * ENTERED HERE UNDER ITS TAG NUMBER ON         *
      * ANIMALS.DAT WITH ITS SPECIES AND BREED, THE  *
      * VENDOR OR BREEDER IT CAME FROM, ITS COST AND *
      * A CARE NOTE FOR THE NEW OWNER. THE ANIMAL    *
      * ITSELF IS STILL BOOKED INTO STOCK UNDER ITS  *
      * GENERIC ITEM CODE BY RECEIVE. HEALTH CHECKS, *
      * VACCINATIONS AND TREATMENTS ARE ADDED TO THE *
      * ANIMAL'S RECORD AS THEY HAPPEN. AN ANIMAL    *
      * CAN BE HELD FOR A CUSTOMER OR RELEASED, AND  *
      * A SUPERVISOR RECORDS A DEATH, WHICH TAKES    *
      * THE ANIMAL OUT OF ON-HAND AT THE ITEM'S      *
      * AVERAGE COST THROUGH THE JOURNAL AND THE     *
      * STOCK LEDGER. A SUPERVISOR CAN ALSO PUT AN   *
      * ANIMAL RETURNED AT THE REGISTER BACK ON      *
      * SALE.                                        *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

           SELECT ANIMALFILE ASSIGN "animals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-TAG-NUMBER
               FILE STATUS IS WS-ANIMAL-STATUS.

           SELECT VENDORFILE ASSIGN "vendor.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-FILE-STATUS.

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

       FD  ANIMALFILE.
       COPY ANIMALREC.

       FD  VENDORFILE.
       01  VENDORDETAILS.
           88  VENDOR-ENDOFFILE        VALUE HIGH-VALUES.
           05  VEND-CODE           PIC X(4).
           05  VEND-NAME           PIC X(20).
           05  VEND-LEAD-DAYS      PIC 9(3).

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  JOURNALFILE.
       COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ANIMAL-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-VENDOR-FILE-STATUS==.
           05  ANIMAL-MODE          PIC X VALUE SPACE.
               88  MODE-RECEIVE        VALUE "R".
               88  MODE-HEALTH         VALUE "H".
               88  MODE-STATUS         VALUE "S".
               88  MODE-INQUIRE        VALUE "I".
               88  MODE-QUIT           VALUE "Q".
           05  WS-TODAY             PIC 9(8) VALUE ZEROES.
           05  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  WS-APPROVER-ID       PIC X(8) VALUE SPACES.
           05  WS-ASKED-TAG         PIC X(8) VALUE SPACES.
           05  WS-ASKED-VENDOR      PIC X(4) VALUE SPACES.
           05  WS-VENDOR-NAME       PIC X(20) VALUE SPACES.
           05  WS-VENDOR-FOUND-SW   PIC X VALUE "N".
               88  WS-VENDOR-FOUND     VALUE "Y".
           05  WS-ANIMAL-FOUND-SW   PIC X VALUE "N".
               88  WS-ANIMAL-FOUND     VALUE "Y".
           05  WS-CONFIRM-ANSWER    PIC X VALUE SPACE.
               88  WS-CONFIRMED        VALUE "Y".
           05  WS-SUPERVISOR-OK-SW  PIC X VALUE "N".
               88  WS-SUPERVISOR-OK    VALUE "Y".
           05  WS-NEW-STATUS        PIC X VALUE SPACE.
               88  WS-NEW-STATUS-AVAILABLE VALUE "A".
               88  WS-NEW-STATUS-ON-HOLD   VALUE "H".
               88  WS-NEW-STATUS-DECEASED  VALUE "D".
           05  WS-HEALTH-IDX        PIC 9(2) VALUE ZEROES.
           05  WS-ENTRY-DATE        PIC 9(8) VALUE ZEROES.
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
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-COST==
               ==:WIDTH:== BY ==$$$9.99==.

       01  WS-SESSION-COUNTS.
           05  WS-RECEIVED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-HEALTH-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-STATUS-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-DECEASED-COUNT    PIC 9(5) VALUE ZEROES.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-ANIMAL-MAINTENANCE.
           MOVE "1" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "ANIMMAINT - SIGN-ON REFUSED"
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
               DISPLAY "ANIMMAINT ABEND - ITEM MASTER WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-ITEMMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O ANIMALFILE
           IF NOT WS-ANIMAL-STATUS-OK
               OPEN OUTPUT ANIMALFILE
               IF WS-ANIMAL-STATUS-OK
                   CLOSE ANIMALFILE
                   OPEN I-O ANIMALFILE
               END-IF
           END-IF
           IF NOT WS-ANIMAL-STATUS-OK
               DISPLAY "ANIMMAINT ABEND - ANIMAL FILE WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-ANIMAL-STATUS
               CLOSE ITEMMASTER
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0002-ASK-ONE-MODE
           PERFORM 0002-ASK-ONE-MODE UNTIL MODE-QUIT
           CLOSE ANIMALFILE
           CLOSE ITEMMASTER
           DISPLAY "ANIMMAINT - RECEIVED: ", WS-RECEIVED-COUNT,
               " HEALTH ENTRIES: ", WS-HEALTH-COUNT,
               " STATUS CHANGES: ", WS-STATUS-COUNT,
               " DEATHS: ", WS-DECEASED-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-ASK-ONE-MODE.
           DISPLAY "Mode: (R)eceive an animal, add a (H)ealth entry, "
               "change (S)tatus, (I)nquire, (Q)uit"
           ACCEPT ANIMAL-MODE
           IF MODE-RECEIVE
               PERFORM 0003-RECEIVE-ANIMAL THRU 0003-EXIT
           ELSE
           IF MODE-HEALTH
               PERFORM 0005-ADD-HEALTH-ENTRY THRU 0005-EXIT
           ELSE
           IF MODE-STATUS
               PERFORM 0006-CHANGE-STATUS THRU 0006-EXIT
           ELSE
           IF MODE-INQUIRE
               PERFORM 0010-READ-ANIMAL
               IF WS-ANIMAL-FOUND
                   PERFORM 0011-SHOW-ANIMAL
               END-IF
           ELSE
               IF NOT MODE-QUIT
                   DISPLAY "Enter R, H, S, I or Q."
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       0002-END.

      * THE TAG NUMBER IS THE ONE CLIPPED OR BANDED ON THE ANIMAL OR
      * WRITTEN ON ITS TANK OR CAGE CARD. THE ITEM CODE MUST BE ONE
      * THE ITEM MASTER FLAGS AS A LIVE ANIMAL SO THE REGISTER WILL
      * ASK FOR THE TAG WHEN IT IS RUNG UP.
       0003-RECEIVE-ANIMAL.
           DISPLAY "Tag number:"
           ACCEPT WS-ASKED-TAG
           IF WS-ASKED-TAG IS EQUAL TO SPACES
               DISPLAY "Tag number may not be blank."
               GO TO 0003-EXIT
           END-IF
           MOVE WS-ASKED-TAG TO AN-TAG-NUMBER
           READ ANIMALFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Tag ", WS-ASKED-TAG, " is already on "
                       "file as a ", AN-SPECIES
                   GO TO 0003-EXIT
           END-READ
           MOVE SPACES TO ANIMAL-RECORD
           MOVE WS-ASKED-TAG TO AN-TAG-NUMBER
           DISPLAY "Item code it sells under:"
           ACCEPT AN-ITEM-CODE
           MOVE AN-ITEM-CODE TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   DISPLAY "Item ", AN-ITEM-CODE,
                       " is not on the item master."
                   GO TO 0003-EXIT
           END-READ
           IF NOT MASTER-LIVE-ANIMAL
               DISPLAY "Item ", AN-ITEM-CODE, " is not flagged as a "
                   "live animal; flag it in ITEMMAINT first."
               GO TO 0003-EXIT
           END-IF
           DISPLAY "Species:"
           ACCEPT AN-SPECIES
           DISPLAY "Breed or variety:"
           ACCEPT AN-BREED
           DISPLAY "Sex: (M)ale, (F)emale, (U)nknown"
           ACCEPT AN-SEX
           IF NOT AN-SEX-MALE AND NOT AN-SEX-FEMALE
               SET AN-SEX-UNKNOWN TO TRUE
           END-IF
           DISPLAY "Source: (V)endor or (B)reeder?"
           ACCEPT AN-SOURCE-TYPE
           IF AN-SOURCE-VENDOR
               DISPLAY "Vendor code:"
               ACCEPT WS-ASKED-VENDOR
               PERFORM 0004-VALIDATE-VENDOR
               IF NOT WS-VENDOR-FOUND
                   DISPLAY "Vendor ", WS-ASKED-VENDOR,
                       " is not on file."
                   GO TO 0003-EXIT
               END-IF
               MOVE WS-ASKED-VENDOR TO AN-SOURCE
           ELSE
               SET AN-SOURCE-BREEDER TO TRUE
               DISPLAY "Breeder name:"
               ACCEPT AN-SOURCE
           END-IF
           MOVE MASTER-UNIT-COST TO WS-SHOW-COST
           DISPLAY "Cost of this animal (0 takes the item's average "
               "cost of ", WS-SHOW-COST, "):"
           ACCEPT AN-COST
           IF AN-COST IS EQUAL TO ZEROES
               MOVE MASTER-UNIT-COST TO AN-COST
           END-IF
           DISPLAY "Care note for the new owner:"
           ACCEPT AN-CARE-NOTE
           MOVE WS-TODAY TO AN-RECEIVED-DATE
           SET AN-STATUS-AVAILABLE TO TRUE
           MOVE WS-TODAY TO AN-STATUS-DATE
           MOVE WS-OPERATOR-ID TO AN-STATUS-BY
           MOVE ZEROES TO AN-SOLD-RECEIPT
           MOVE ZEROES TO AN-SOLD-CUSTOMER
           MOVE ZEROES TO AN-SOLD-PRICE
           MOVE ZEROES TO AN-HEALTH-COUNT
           WRITE ANIMAL-RECORD
               INVALID KEY
                   DISPLAY "ANIMMAINT - TAG ", WS-ASKED-TAG,
                       " COULD NOT BE ADDED"
                   GO TO 0003-EXIT
           END-WRITE
           ADD 1 TO WS-RECEIVED-COUNT
           DISPLAY "Tag ", WS-ASKED-TAG, " received as ", AN-SPECIES,
               " ", AN-BREED.
       0003-EXIT.
           EXIT.
       0003-END.

       0004-VALIDATE-VENDOR.
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
               PERFORM 0012-MATCH-ONE-VENDOR UNTIL VENDOR-ENDOFFILE
               CLOSE VENDORFILE
           END-IF.
       0004-END.

       0005-ADD-HEALTH-ENTRY.
           PERFORM 0010-READ-ANIMAL
           IF NOT WS-ANIMAL-FOUND
               GO TO 0005-EXIT
           END-IF
           IF AN-STATUS-SOLD OR AN-STATUS-DECEASED
               DISPLAY "Tag ", WS-ASKED-TAG, " is no longer in the "
                   "store; no entry added."
               GO TO 0005-EXIT
           END-IF
           IF AN-HEALTH-COUNT IS NOT LESS THAN 10
               DISPLAY "Ten entries is the most an animal's record "
                   "holds; no entry added."
               GO TO 0005-EXIT
           END-IF
           ADD 1 TO AN-HEALTH-COUNT
           MOVE AN-HEALTH-COUNT TO WS-HEALTH-IDX
           DISPLAY "Entry: (V)accination, (H)ealth check, "
               "(T)reatment"
           ACCEPT AN-HE-TYPE(WS-HEALTH-IDX)
           IF NOT AN-HE-VACCINATION(WS-HEALTH-IDX) AND
               NOT AN-HE-TREATMENT(WS-HEALTH-IDX)
               SET AN-HE-CHECK(WS-HEALTH-IDX) TO TRUE
           END-IF
           DISPLAY "Date given (YYYYMMDD, 0 for today):"
           ACCEPT WS-ENTRY-DATE
           IF WS-ENTRY-DATE IS EQUAL TO ZEROES OR
               WS-ENTRY-DATE IS GREATER THAN WS-TODAY
               MOVE WS-TODAY TO WS-ENTRY-DATE
           END-IF
           MOVE WS-ENTRY-DATE TO AN-HE-DATE(WS-HEALTH-IDX)
           DISPLAY "What was given or found:"
           ACCEPT AN-HE-DESCRIPTION(WS-HEALTH-IDX)
           DISPLAY "Given by (vet or staff member):"
           ACCEPT AN-HE-BY(WS-HEALTH-IDX)
           REWRITE ANIMAL-RECORD
               INVALID KEY
                   DISPLAY "ANIMMAINT - TAG ", WS-ASKED-TAG,
                       " COULD NOT BE REWRITTEN"
                   GO TO 0005-EXIT
           END-REWRITE
           ADD 1 TO WS-HEALTH-COUNT
           DISPLAY "Entry ", WS-HEALTH-IDX, " added for tag ",
               WS-ASKED-TAG.
       0005-EXIT.
           EXIT.
       0005-END.

      * AN ANIMAL IN THE STORE CAN BE HELD FOR A CUSTOMER AND
      * RELEASED AGAIN BY ANY CLERK. A DEATH, OR PUTTING A SOLD
      * ANIMAL THAT CAME BACK AT THE REGISTER ON SALE AGAIN, NEEDS
      * A SUPERVISOR. THE REGISTER RETURN HAS ALREADY PUT THE
      * ANIMAL BACK INTO ON-HAND, SO ONLY A DEATH TOUCHES STOCK.
       0006-CHANGE-STATUS.
           PERFORM 0010-READ-ANIMAL
           IF NOT WS-ANIMAL-FOUND
               GO TO 0006-EXIT
           END-IF
           IF AN-STATUS-DECEASED
               DISPLAY "Tag ", WS-ASKED-TAG, " died on ",
                   AN-STATUS-DATE, "; status cannot change."
               GO TO 0006-EXIT
           END-IF
           DISPLAY "Tag ", WS-ASKED-TAG, " ", AN-SPECIES,
               " is status ", AN-STATUS, " since ", AN-STATUS-DATE
           DISPLAY "New status: (A)vailable, on (H)old, (D)eceased"
           ACCEPT WS-NEW-STATUS
           IF NOT WS-NEW-STATUS-AVAILABLE AND
               NOT WS-NEW-STATUS-ON-HOLD AND
               NOT WS-NEW-STATUS-DECEASED
               DISPLAY "Enter A, H or D; status not changed."
               GO TO 0006-EXIT
           END-IF
           IF WS-NEW-STATUS IS EQUAL TO AN-STATUS
               DISPLAY "Status is already ", AN-STATUS, "."
               GO TO 0006-EXIT
           END-IF
           IF AN-STATUS-SOLD AND NOT WS-NEW-STATUS-AVAILABLE
               DISPLAY "A sold animal can only be put back on sale."
               GO TO 0006-EXIT
           END-IF
           IF AN-STATUS-SOLD OR WS-NEW-STATUS-DECEASED
               PERFORM 0013-REQUIRE-SUPERVISOR
               IF NOT WS-SUPERVISOR-OK
                   DISPLAY "Supervisor approval refused; status "
                       "not changed."
                   GO TO 0006-EXIT
               END-IF
           ELSE
               MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
           END-IF
           MOVE SPACES TO AN-STATUS-NOTE
           IF WS-NEW-STATUS-ON-HOLD
               DISPLAY "Held for (customer name or number):"
               ACCEPT AN-STATUS-NOTE
           END-IF
           IF WS-NEW-STATUS-DECEASED
               DISPLAY "Cause of death:"
               ACCEPT AN-STATUS-NOTE
           END-IF
           IF AN-STATUS-SOLD
               MOVE "RETURNED BY CUSTOMER" TO AN-STATUS-NOTE
               MOVE ZEROES TO AN-SOLD-RECEIPT
               MOVE ZEROES TO AN-SOLD-CUSTOMER
               MOVE ZEROES TO AN-SOLD-PRICE
           END-IF
           MOVE WS-NEW-STATUS TO AN-STATUS
           MOVE WS-TODAY TO AN-STATUS-DATE
           MOVE WS-APPROVER-ID TO AN-STATUS-BY
           REWRITE ANIMAL-RECORD
               INVALID KEY
                   DISPLAY "ANIMMAINT - TAG ", WS-ASKED-TAG,
                       " COULD NOT BE REWRITTEN"
                   GO TO 0006-EXIT
           END-REWRITE
           ADD 1 TO WS-STATUS-COUNT
           IF AN-STATUS-DECEASED
               ADD 1 TO WS-DECEASED-COUNT
               PERFORM 0007-RELIEVE-DEAD-ANIMAL
           END-IF
           DISPLAY "Tag ", WS-ASKED-TAG, " is now status ",
               AN-STATUS, ".".
       0006-EXIT.
           EXIT.
       0006-END.

      * THE ANIMAL COMES OUT OF ON-HAND AT THE ITEM'S AVERAGE COST,
      * WHICH LEAVES THE AVERAGE AS IT WAS; THE LEDGER MOVEMENT IS
      * A MORTALITY ADJUSTMENT REFERENCED BY THE TAG NUMBER.
       0007-RELIEVE-DEAD-ANIMAL.
           MOVE AN-ITEM-CODE TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   DISPLAY "Item ", AN-ITEM-CODE, " not on the item "
                       "master; on-hand not updated."
               NOT INVALID KEY
                   MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                   MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
                   MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
                   IF MASTER-ON-HAND IS GREATER THAN ZEROES
                       SUBTRACT 1 FROM MASTER-ON-HAND
                   ELSE
                       DISPLAY "Item ", AN-ITEM-CODE, " shows none "
                           "on hand; on-hand left at zero."
                   END-IF
                   REWRITE ITEMMASTER-RECORD
                   PERFORM 0014-WRITE-JOURNAL-RECORD
                   MOVE "D" TO WS-STK-MOVE-TYPE
                   MOVE SPACES TO WS-STK-REFERENCE
                   STRING "TAG " DELIMITED BY SIZE
                       AN-TAG-NUMBER DELIMITED BY SIZE
                       INTO WS-STK-REFERENCE
                   PERFORM 0015-WRITE-STOCK-LEDGER
           END-READ.
       0007-END.

       0010-READ-ANIMAL.
           MOVE "N" TO WS-ANIMAL-FOUND-SW
           DISPLAY "Tag number:"
           ACCEPT WS-ASKED-TAG
           MOVE WS-ASKED-TAG TO AN-TAG-NUMBER
           READ ANIMALFILE
               INVALID KEY
                   DISPLAY "Tag ", WS-ASKED-TAG, " is not on file."
               NOT INVALID KEY
                   MOVE "Y" TO WS-ANIMAL-FOUND-SW
           END-READ.
       0010-END.

       0011-SHOW-ANIMAL.
           MOVE AN-COST TO WS-SHOW-COST
           DISPLAY "Tag:           ", AN-TAG-NUMBER
           DISPLAY "Item:          ", AN-ITEM-CODE
           DISPLAY "Species:       ", AN-SPECIES, " ", AN-BREED
           DISPLAY "Sex:           ", AN-SEX
           DISPLAY "Received:      ", AN-RECEIVED-DATE, " from ",
               AN-SOURCE-TYPE, " ", AN-SOURCE
           DISPLAY "Cost:          ", WS-SHOW-COST
           DISPLAY "Status:        ", AN-STATUS, " since ",
               AN-STATUS-DATE, " by ", AN-STATUS-BY, " ",
               AN-STATUS-NOTE
           IF AN-STATUS-SOLD
               MOVE AN-SOLD-PRICE TO WS-SHOW-COST
               DISPLAY "Sold:          receipt ", AN-SOLD-RECEIPT,
                   " customer ", AN-SOLD-CUSTOMER, " at ",
                   WS-SHOW-COST
           END-IF
           DISPLAY "Care note:     ", AN-CARE-NOTE
           PERFORM 0016-SHOW-ONE-HEALTH-ENTRY
               VARYING WS-HEALTH-IDX FROM 1 BY 1
               UNTIL WS-HEALTH-IDX IS GREATER THAN AN-HEALTH-COUNT.
       0011-END.

       0012-MATCH-ONE-VENDOR.
           IF VEND-CODE IS EQUAL TO WS-ASKED-VENDOR
               MOVE "Y" TO WS-VENDOR-FOUND-SW
               MOVE VEND-NAME TO WS-VENDOR-NAME
           END-IF
           READ VENDORFILE
               AT END SET VENDOR-ENDOFFILE TO TRUE
           END-READ.
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
                       DISPLAY "Security file not on hand; change "
                           "allowed unchecked."
                       MOVE "Y" TO WS-SUPERVISOR-OK-SW
                       MOVE WS-OPERATOR-ID TO WS-APPROVER-ID
                   END-IF
               END-IF
           END-IF.
       0013-END.

      * EVERY ON-HAND UPDATE LEAVES A BEFORE/AFTER IMAGE ON THE
      * SHARED MASTER-FILE JOURNAL FOR THE ROLL-FORWARD UTILITY.
       0014-WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNALFILE
           IF NOT WS-JOURNAL-STATUS-OK
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF WS-JOURNAL-STATUS-OK
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE SPACES TO MASTER-JOURNAL-RECORD
               MOVE "ANIMMAINT   " TO MJ-PROGRAM
               MOVE WS-APPROVER-ID TO MJ-OPERATOR
               MOVE WS-TODAY TO MJ-DATE
               MOVE WS-JRN-TIME TO MJ-TIME
               MOVE "ITEMMASTER  " TO MJ-FILE-NAME
               MOVE "C" TO MJ-ACTION
               MOVE WS-JRN-OLD-IMAGE TO MJ-OLD-IMAGE
               MOVE ITEMMASTER-RECORD TO MJ-NEW-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE JOURNALFILE
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
                   MOVE "ANIMMAINT" TO STK-SOURCE-PROGRAM
                   MOVE WS-STK-REFERENCE TO STK-REFERENCE
                   MOVE WS-APPROVER-ID TO STK-OPERATOR
                   WRITE STOCK-LEDGER-RECORD
                   CLOSE STOCKLEDGERFILE
               END-IF
           END-IF
           MOVE ZEROES TO WS-STK-MOVE-COST.
       0015-END.

       0016-SHOW-ONE-HEALTH-ENTRY.
           DISPLAY "  ", AN-HE-DATE(WS-HEALTH-IDX), " ",
               AN-HE-TYPE(WS-HEALTH-IDX), " ",
               AN-HE-DESCRIPTION(WS-HEALTH-IDX), " BY ",
               AN-HE-BY(WS-HEALTH-IDX).
       0016-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM ANIMMAINT.
