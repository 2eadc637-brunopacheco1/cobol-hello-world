       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTWOFF.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * EXPIRED LOT WRITE-OFF                        *
      * NIGHTLY SWEEP OF LOTS.DAT: EVERY LOT OF A    *
      * DATED ITEM WHOSE EXPIRATION DATE HAS PASSED  *
      * AND STILL SHOWS STOCK IS WRITTEN OFF. THE    *
      * QUANTITY COMES OUT OF MASTER-ON-HAND AT THE  *
      * ITEM'S AVERAGE COST AND IS WRITTEN TO THE    *
      * STOCK LEDGER AS AN EXPIRY MOVEMENT, THE LOT  *
      * IS CLOSED, AND A WRITE-OFF RECORD GOES TO    *
      * LOTWOFF.DAT SO THE NEXT INVCOUNT UPDATE RUN  *
      * REPORTS IT AS SHRINKAGE. THE NIGHT'S         *
      * WRITE-OFFS ARE LISTED ON LOT_WRITEOFF.LPT    *
      * AND THEIR COST GOES TO RUNSTATS.             *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTFILE ASSIGN "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.

           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

           SELECT LOTWRITEOFFFILE ASSIGN "lotwoff.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTWOFF-STATUS.

           SELECT WRITEOFFREPORTFILE ASSIGN "lot_writeoff.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

           SELECT STOCKLEDGERFILE ASSIGN "stockledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDGER-STATUS.

           SELECT JOURNALFILE ASSIGN "mastjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTFILE.
       COPY LOTREC.

       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  LOTWRITEOFFFILE.
       COPY LOTWOFFREC.

       FD  WRITEOFFREPORTFILE.
       01  WRITEOFF-REPORT-LINE    PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  JOURNALFILE.
       COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LOT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LOTWOFF-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-ITEM-FOUND-SW     PIC X VALUE "N".
               88  WS-ITEM-FOUND        VALUE "Y".
           05  WS-LOT-COUNT         PIC 9(5) VALUE ZEROES.
           05  WS-WRITEOFF-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-WRITEOFF-QTY      PIC 9(5) VALUE ZEROES.
           05  WS-TOTAL-UNITS       PIC 9(7) VALUE ZEROES.
           05  WS-LINE-COST         PIC 9(7)V99 VALUE ZEROES.
           05  WS-LINE-RETAIL       PIC 9(7)V99 VALUE ZEROES.
           05  WS-TOTAL-COST        PIC 9(9)V99 VALUE ZEROES.
           05  WS-TOTAL-RETAIL      PIC 9(9)V99 VALUE ZEROES.
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
           05  WS-JRN-TIME          PIC 9(8) VALUE ZEROES.

       01  WS-WRITEOFF-HEADING-1.
           05  FILLER             PIC X(38) VALUE
               "PETSTORE - EXPIRED LOT WRITE-OFF RUN ".
           05  WS-WH-DATE         PIC 9(8).

       01  WS-WRITEOFF-HEADING-2.
           05  FILLER             PIC X(30) VALUE
               "ITEM   DESCRIPTN  LOT NUMBER  ".
           05  FILLER             PIC X(30) VALUE
               "EXPIRED    UNITS         COST ".
           05  FILLER             PIC X(14) VALUE
               "        RETAIL".

       01  WS-WRITEOFF-DETAIL-LINE.
           05  WS-WDL-ITEM-CODE   PIC X(6).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-WDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-WDL-LOT-NUMBER  PIC X(10).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-WDL-EXPIRY      PIC 9(8).
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-WDL-UNITS       PIC ZZ,ZZ9.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-WDL-COST        PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-WDL-RETAIL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-WDL-NOTE        PIC X(20).

       01  WS-WRITEOFF-TOTAL-LINE.
           05  WS-WTL-LABEL       PIC X(30).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-WTL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.

       01  WS-WRITEOFF-COUNT-LINE.
           05  WS-WCL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-WCL-COUNT==
               ==:WIDTH:== BY ==Z,ZZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-LOT-WRITEOFF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN I-O LOTFILE
           IF NOT WS-LOT-STATUS-OK
               DISPLAY "LOTWOFF - NO LOT FILE, NOTHING TO WRITE OFF"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O ITEMMASTER
           IF NOT WS-ITEMMASTER-STATUS-OK
               DISPLAY "LOTWOFF ABEND - ITEM MASTER WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-ITEMMASTER-STATUS
               CLOSE LOTFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN EXTEND LOTWRITEOFFFILE
           IF NOT WS-LOTWOFF-STATUS-OK
               OPEN OUTPUT LOTWRITEOFFFILE
           END-IF
           OPEN OUTPUT WRITEOFFREPORTFILE
           MOVE WS-RUN-DATE TO WS-WH-DATE
           MOVE WS-WRITEOFF-HEADING-1 TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE SPACES TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE WS-WRITEOFF-HEADING-2 TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           READ LOTFILE NEXT RECORD
               AT END SET LOT-EOF TO TRUE
           END-READ
           PERFORM 0002-CHECK-ONE-LOT UNTIL LOT-EOF
           CLOSE LOTFILE
           CLOSE ITEMMASTER
           CLOSE LOTWRITEOFFFILE
           PERFORM 0006-PRINT-TOTALS
           CLOSE WRITEOFFREPORTFILE
           PERFORM 0007-WRITE-RUN-STATS
           DISPLAY "LOTWOFF - LOTS ON FILE: ", WS-LOT-COUNT,
               " WRITTEN OFF: ", WS-WRITEOFF-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-CHECK-ONE-LOT.
           ADD 1 TO WS-LOT-COUNT
           IF LOT-ON-HAND IS GREATER THAN ZEROES AND
               LOT-EXPIRY-DATE IS LESS THAN WS-RUN-DATE
               PERFORM 0003-WRITE-OFF-ONE-LOT
           END-IF
           READ LOTFILE NEXT RECORD
               AT END SET LOT-EOF TO TRUE
           END-READ.
       0002-END.

      * THE LOT'S WHOLE REMAINING QUANTITY IS WRITTEN OFF. THE
      * ITEM MASTER NEVER GOES BELOW ZERO, SO WHEN THE LOTS SHOW
      * MORE STOCK THAN THE MASTER ONLY WHAT THE MASTER HOLDS
      * COMES OFF IT; THE DIFFERENCE IS NOTED ON THE REPORT FOR
      * THE NEXT COUNT TO SETTLE.
       0003-WRITE-OFF-ONE-LOT.
           ADD 1 TO WS-WRITEOFF-COUNT
           MOVE LOT-ON-HAND TO WS-WRITEOFF-QTY
           ADD WS-WRITEOFF-QTY TO WS-TOTAL-UNITS
           MOVE SPACES TO WS-WDL-NOTE
           MOVE "N" TO WS-ITEM-FOUND-SW
           MOVE LOT-ITEM-CODE TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   MOVE SPACES TO MASTER-DESCRIPTION
                   MOVE ZEROES TO MASTER-PRICE
                   MOVE ZEROES TO MASTER-UNIT-COST
                   MOVE "NOT ON ITEM MASTER" TO WS-WDL-NOTE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ITEM-FOUND-SW
           END-READ
           COMPUTE WS-LINE-COST = WS-WRITEOFF-QTY * MASTER-UNIT-COST
           COMPUTE WS-LINE-RETAIL = WS-WRITEOFF-QTY * MASTER-PRICE
           ADD WS-LINE-COST TO WS-TOTAL-COST
           ADD WS-LINE-RETAIL TO WS-TOTAL-RETAIL
           PERFORM 0004-WRITE-WRITEOFF-RECORD
           IF WS-ITEM-FOUND
               PERFORM 0005-RELIEVE-ITEM-MASTER
           END-IF
           MOVE LOT-ITEM-CODE TO WS-WDL-ITEM-CODE
           MOVE MASTER-DESCRIPTION TO WS-WDL-DESCRIPTION
           MOVE LOT-NUMBER TO WS-WDL-LOT-NUMBER
           MOVE LOT-EXPIRY-DATE TO WS-WDL-EXPIRY
           MOVE WS-WRITEOFF-QTY TO WS-WDL-UNITS
           MOVE WS-LINE-COST TO WS-WDL-COST
           MOVE WS-LINE-RETAIL TO WS-WDL-RETAIL
           MOVE WS-WRITEOFF-DETAIL-LINE TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           ADD WS-WRITEOFF-QTY TO LOT-WRITEOFF-QTY
           MOVE WS-RUN-DATE TO LOT-WRITEOFF-DATE
           MOVE ZEROES TO LOT-ON-HAND
           SET LOT-STATUS-WRITTEN-OFF TO TRUE
           REWRITE LOT-RECORD
               INVALID KEY
                   DISPLAY "LOTWOFF - LOT ", LOT-NUMBER, " OF ITEM ",
                       LOT-ITEM-CODE, " COULD NOT BE REWRITTEN"
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       0003-END.

       0004-WRITE-WRITEOFF-RECORD.
           IF WS-LOTWOFF-STATUS-OK
               MOVE WS-RUN-DATE TO LW-DATE
               MOVE LOT-ITEM-CODE TO LW-ITEM-CODE
               MOVE MASTER-DESCRIPTION TO LW-DESCRIPTION
               MOVE LOT-NUMBER TO LW-LOT-NUMBER
               MOVE LOT-EXPIRY-DATE TO LW-EXPIRY-DATE
               MOVE WS-WRITEOFF-QTY TO LW-QUANTITY
               MOVE MASTER-PRICE TO LW-UNIT-PRICE
               MOVE MASTER-UNIT-COST TO LW-UNIT-COST
               WRITE LOT-WRITEOFF-RECORD
           END-IF.
       0004-END.

       0005-RELIEVE-ITEM-MASTER.
           MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
           MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
           MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
           IF WS-WRITEOFF-QTY IS GREATER THAN MASTER-ON-HAND
               MOVE ZEROES TO MASTER-ON-HAND
               MOVE "MASTER SHORT - COUNT" TO WS-WDL-NOTE
           ELSE
               SUBTRACT WS-WRITEOFF-QTY FROM MASTER-ON-HAND
           END-IF
           REWRITE ITEMMASTER-RECORD
           PERFORM 0008-WRITE-JOURNAL-RECORD
           MOVE "X" TO WS-STK-MOVE-TYPE
           MOVE LOT-NUMBER TO WS-STK-REFERENCE
           PERFORM 0009-WRITE-STOCK-LEDGER.
       0005-END.

       0006-PRINT-TOTALS.
           MOVE SPACES TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE "LOTS ON FILE:" TO WS-WCL-LABEL
           MOVE WS-LOT-COUNT TO WS-WCL-COUNT
           MOVE WS-WRITEOFF-COUNT-LINE TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE "EXPIRED LOTS WRITTEN OFF:" TO WS-WCL-LABEL
           MOVE WS-WRITEOFF-COUNT TO WS-WCL-COUNT
           MOVE WS-WRITEOFF-COUNT-LINE TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE "UNITS WRITTEN OFF:" TO WS-WCL-LABEL
           MOVE WS-TOTAL-UNITS TO WS-WCL-COUNT
           MOVE WS-WRITEOFF-COUNT-LINE TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE "WRITTEN OFF AT COST:" TO WS-WTL-LABEL
           MOVE WS-TOTAL-COST TO WS-WTL-AMOUNT
           MOVE WS-WRITEOFF-TOTAL-LINE TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE
           MOVE "WRITTEN OFF AT RETAIL:" TO WS-WTL-LABEL
           MOVE WS-TOTAL-RETAIL TO WS-WTL-AMOUNT
           MOVE WS-WRITEOFF-TOTAL-LINE TO WRITEOFF-REPORT-LINE
           WRITE WRITEOFF-REPORT-LINE.
       0006-END.

       0007-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE TO RS-DATE
               MOVE "LOTWOFF" TO RS-PROGRAM
               MOVE "EXPIRED WRITE-OFF" TO RS-STAT-NAME
               MOVE WS-TOTAL-COST TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0007-END.

      * EVERY WRITE-OFF LEAVES A BEFORE/AFTER IMAGE ON THE SHARED
      * MASTER-FILE JOURNAL FOR THE ROLL-FORWARD UTILITY.
       0008-WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNALFILE
           IF NOT WS-JOURNAL-STATUS-OK
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF WS-JOURNAL-STATUS-OK
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE SPACES TO MASTER-JOURNAL-RECORD
               MOVE "LOTWOFF     " TO MJ-PROGRAM
               MOVE SPACES TO MJ-OPERATOR
               MOVE WS-RUN-DATE TO MJ-DATE
               MOVE WS-JRN-TIME TO MJ-TIME
               MOVE "ITEMMASTER  " TO MJ-FILE-NAME
               MOVE "C" TO MJ-ACTION
               MOVE WS-JRN-OLD-IMAGE TO MJ-OLD-IMAGE
               MOVE ITEMMASTER-RECORD TO MJ-NEW-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE JOURNALFILE
           END-IF.
       0008-END.

      * EVERY CHANGE TO AN ITEM'S ON-HAND OR COST IS ALSO WRITTEN
      * TO THE STOCK LEDGER WITH ITS QUANTITY, COST AND SOURCE. THE
      * CALLER SAVES THE OLD ON-HAND AND COST AND SETS THE MOVEMENT
      * TYPE AND REFERENCE BEFORE PERFORMING THIS.
       0009-WRITE-STOCK-LEDGER.
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
                   MOVE "LOTWOFF" TO STK-SOURCE-PROGRAM
                   MOVE WS-STK-REFERENCE TO STK-REFERENCE
                   MOVE SPACES TO STK-OPERATOR
                   WRITE STOCK-LEDGER-RECORD
                   CLOSE STOCKLEDGERFILE
               END-IF
           END-IF
           MOVE ZEROES TO WS-STK-MOVE-COST.
       0009-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM LOTWOFF.
