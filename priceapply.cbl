       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRICEAPPLY.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * PERMANENT PRICE CHANGE APPLICATION           *
      * NIGHTLY SWEEP OF PRICECHG.DAT: EVERY BATCH   *
      * APPROVED IN PRICEMAINT WHOSE EFFECTIVE DATE  *
      * IS NO LATER THAN THE NEXT TRADING DAY HAS    *
      * ITS NEW PRICES MOVED INTO MASTER-PRICE, SO   *
      * THE REGISTER RINGS THEM FROM THE MORNING OF  *
      * THE EFFECTIVE DATE. EACH CHANGE IS JOURNALED *
      * TO MASTJRNL.DAT, A SHELF LABEL IS PRINTED ON *
      * SHELF_LABELS.LPT, AND PRICE_IMPACT.LPT SHOWS *
      * THE OLD AND NEW MARGIN AT THE ITEM'S CURRENT *
      * AVERAGE COST. THE COUNTS GO TO RUNSTATS.     *
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

           SELECT SHELFLABELFILE ASSIGN "shelf_labels.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT IMPACTREPORTFILE ASSIGN "price_impact.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNALFILE ASSIGN "mastjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  PRICECHGFILE.
       COPY PRICECHGREC.

       FD  SHELFLABELFILE.
       01  SHELF-LABEL-LINE        PIC X(132).

       FD  IMPACTREPORTFILE.
       01  IMPACT-REPORT-LINE      PIC X(132).

       FD  JOURNALFILE.
       COPY JRNLREC.

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PRICECHG-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-JOURNAL-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-JRN-OLD-IMAGE     PIC X(64) VALUE SPACES.
           05  WS-JRN-TIME          PIC 9(8) VALUE ZEROES.
           05  WS-APPLYING-SW       PIC X VALUE "N".
               88  WS-APPLYING-BATCH   VALUE "Y".
           05  WS-APPLY-BATCH       PIC 9(6) VALUE ZEROES.
           05  WS-APPLY-APPROVER    PIC X(8) VALUE SPACES.
           05  WS-APPLY-EFFECTIVE   PIC 9(8) VALUE ZEROES.
           05  WS-BATCH-COUNT       PIC 9(5) VALUE ZEROES.
           05  WS-APPLIED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-SKIPPED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-BELOW-COST-COUNT  PIC 9(5) VALUE ZEROES.
           05  WS-BATCH-APPLIED     PIC 9(3) VALUE ZEROES.
           05  WS-BATCH-SKIPPED     PIC 9(3) VALUE ZEROES.
           05  WS-OLD-PRICE         PIC 999V99 VALUE ZEROES.
           05  WS-OLD-MARGIN        PIC S9(3)V9 VALUE ZEROES.
           05  WS-NEW-MARGIN        PIC S9(3)V9 VALUE ZEROES.
           05  WS-MARGIN-CHANGE     PIC S9(3)V9 VALUE ZEROES.
           05  WS-MONTH-END         PIC 9(2) VALUE ZEROES.
           05  WS-LEAP-SW           PIC X VALUE "N".
               88  WS-IS-LEAP-YEAR      VALUE "Y".
           05  WS-LEAP-QUOTIENT     PIC 9(4) VALUE ZEROES.
           05  WS-LEAP-REMAINDER    PIC 9(4) VALUE ZEROES.

       01  WS-RUN-DATE.
           05  WS-RUN-YEAR          PIC 9(4).
           05  WS-RUN-MONTH         PIC 9(2).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-STEP-DATE.
           05  WS-STEP-YEAR         PIC 9(4).
           05  WS-STEP-MONTH        PIC 9(2).
           05  WS-STEP-DAY          PIC 9(2).
       01  WS-STEP-DATE-NUM REDEFINES WS-STEP-DATE PIC 9(8).

       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 28.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
           05  FILLER               PIC 9(2) VALUE 30.
           05  FILLER               PIC 9(2) VALUE 31.
       01  WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).

       01  WS-LABEL-RULE.
           05  FILLER             PIC X(32) VALUE ALL "-".

       01  WS-LABEL-LINE-1.
           05  FILLER             PIC X(2)  VALUE "| ".
           05  WS-LL1-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(10) VALUE SPACES.
           05  WS-LL1-ITEM-CODE   PIC X(6).
           05  FILLER             PIC X(4)  VALUE "   |".

       01  WS-LABEL-LINE-2.
           05  FILLER             PIC X(2)  VALUE "| ".
           05  FILLER             PIC X(12) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-LL2-PRICE==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER             PIC X(11) VALUE "          |".

       01  WS-LABEL-LINE-3.
           05  FILLER             PIC X(12) VALUE "| EFFECTIVE ".
           05  WS-LL3-EFFECTIVE   PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  FILLER             PIC X(1)  VALUE "B".
           05  WS-LL3-BATCH       PIC 9(6).
           05  FILLER             PIC X(3)  VALUE "  |".

       01  WS-IMPACT-HEADING-1.
           05  FILLER             PIC X(44) VALUE
               "PETSTORE - PRICE CHANGE MARGIN IMPACT       ".
           05  FILLER             PIC X(9)  VALUE "RUN DATE ".
           05  WS-IH1-DATE        PIC 9(8).

       01  WS-IMPACT-BATCH-HEADING.
           05  FILLER             PIC X(6)  VALUE "BATCH ".
           05  WS-IBH-BATCH       PIC 9(6).
           05  FILLER             PIC X(12) VALUE "  EFFECTIVE ".
           05  WS-IBH-EFFECTIVE   PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-IBH-REASON      PIC X(30).
           05  FILLER             PIC X(13) VALUE "  APPROVED BY".
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  WS-IBH-APPROVER    PIC X(8).

       01  WS-IMPACT-COLUMN-HEADINGS.
           05  FILLER             PIC X(30) VALUE
               "ITEM   DESCRIPTION    AVG COST".
           05  FILLER             PIC X(30) VALUE
               "  OLD PRICE  MARGIN  NEW PRICE".
           05  FILLER             PIC X(13) VALUE
               "MARGIN CHANGE".

       01  WS-IMPACT-DETAIL-LINE.
           05  WS-IDL-ITEM        PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-IDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(5)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-IDL-COST==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-IDL-OLD-PRICE==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-IDL-OLD-MARGIN  PIC ZZ9.9-.
           05  FILLER             PIC X(4)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-IDL-NEW-PRICE==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-IDL-NEW-MARGIN  PIC ZZ9.9-.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-IDL-CHANGE      PIC ZZ9.9-.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-IDL-FLAG        PIC X(18).

       01  WS-IMPACT-SKIP-LINE.
           05  WS-ISL-ITEM        PIC X(6).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ISL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(5)  VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "NOT ON THE ITEM MASTER - NOT APPLIED".

       01  WS-IMPACT-BATCH-TOTAL.
           05  FILLER             PIC X(17) VALUE "  PRICES CHANGED ".
           05  WS-IBT-APPLIED     PIC ZZ9.
           05  FILLER             PIC X(16) VALUE "   NOT APPLIED ".
           05  WS-IBT-SKIPPED     PIC ZZ9.

       01  WS-IMPACT-COUNT-LINE.
           05  WS-ICL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ICL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-PRICE-APPLY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE-NUM TO WS-STEP-DATE-NUM
           PERFORM 0008-FORWARD-ONE-DAY
           OPEN I-O PRICECHGFILE
           IF NOT WS-PRICECHG-STATUS-OK
               DISPLAY "PRICEAPPLY - NO PRICE CHANGE FILE, NOTHING "
                   "TO APPLY"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O ITEMMASTER
           IF NOT WS-ITEMMASTER-STATUS-OK
               DISPLAY "PRICEAPPLY ABEND - ITEM MASTER WILL NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-ITEMMASTER-STATUS
               CLOSE PRICECHGFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN OUTPUT SHELFLABELFILE
           OPEN OUTPUT IMPACTREPORTFILE
           MOVE WS-RUN-DATE-NUM TO WS-IH1-DATE
           MOVE WS-IMPACT-HEADING-1 TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           READ PRICECHGFILE NEXT RECORD
               AT END SET PRICE-CHANGE-EOF TO TRUE
           END-READ
           PERFORM 0002-CHECK-ONE-RECORD UNTIL PRICE-CHANGE-EOF
           IF WS-APPLYING-BATCH
               PERFORM 0005-END-BATCH
           END-IF
           CLOSE ITEMMASTER
           CLOSE PRICECHGFILE
           PERFORM 0006-PRINT-TOTALS
           CLOSE IMPACTREPORTFILE
           CLOSE SHELFLABELFILE
           PERFORM 0007-WRITE-RUN-STATS
           DISPLAY "PRICEAPPLY - BATCHES: ", WS-BATCH-COUNT,
               " PRICES CHANGED: ", WS-APPLIED-COUNT,
               " NOT APPLIED: ", WS-SKIPPED-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * THE FILE READS IN BATCH ORDER, EACH HEADER FOLLOWED BY ITS
      * LINES. A DUE HEADER IS MARKED APPLIED AS IT IS READ AND THE
      * LINES BEHIND IT ARE APPLIED ONE BY ONE; A BATCH APPLIED LATER
      * IN THE FILE WINS WHERE TWO BATCHES REPRICE THE SAME ITEM.
       0002-CHECK-ONE-RECORD.
           IF PC-IS-HEADER
               IF WS-APPLYING-BATCH
                   PERFORM 0005-END-BATCH
               END-IF
               IF PC-STATUS-APPROVED AND
                   PC-EFFECTIVE-DATE IS NOT GREATER THAN
                       WS-STEP-DATE-NUM
                   PERFORM 0003-START-BATCH
               END-IF
           ELSE
               IF WS-APPLYING-BATCH AND
                   PC-BATCH IS EQUAL TO WS-APPLY-BATCH AND
                   PC-LINE-WAITING
                   PERFORM 0004-APPLY-ONE-LINE
               END-IF
           END-IF
           READ PRICECHGFILE NEXT RECORD
               AT END SET PRICE-CHANGE-EOF TO TRUE
           END-READ.
       0002-END.

       0003-START-BATCH.
           SET PC-STATUS-APPLIED TO TRUE
           MOVE WS-RUN-DATE-NUM TO PC-APPLIED-DATE
           REWRITE PRICE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PRICEAPPLY - BATCH ", PC-BATCH,
                       " COULD NOT BE REWRITTEN"
                   MOVE 16 TO RETURN-CODE
           END-REWRITE
           IF WS-PRICECHG-STATUS-OK
               SET WS-APPLYING-BATCH TO TRUE
               MOVE PC-BATCH TO WS-APPLY-BATCH
               MOVE PC-REVIEWED-BY TO WS-APPLY-APPROVER
               MOVE PC-EFFECTIVE-DATE TO WS-APPLY-EFFECTIVE
               MOVE ZEROES TO WS-BATCH-APPLIED
               MOVE ZEROES TO WS-BATCH-SKIPPED
               ADD 1 TO WS-BATCH-COUNT
               MOVE PC-BATCH TO WS-IBH-BATCH
               MOVE PC-EFFECTIVE-DATE TO WS-IBH-EFFECTIVE
               MOVE PC-REASON TO WS-IBH-REASON
               MOVE PC-REVIEWED-BY TO WS-IBH-APPROVER
               MOVE WS-IMPACT-BATCH-HEADING TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               MOVE WS-IMPACT-COLUMN-HEADINGS TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF.
       0003-END.

      * THE OLD PRICE IS WHATEVER THE ITEM MASTER HOLDS TONIGHT, NOT
      * THE PRICE WHEN THE BATCH WAS KEYED, SO THE MARGIN IMPACT AND
      * THE JOURNAL BOTH SHOW THE CHANGE ACTUALLY MADE.
       0004-APPLY-ONE-LINE.
           MOVE PC-ITEM-CODE TO MASTER-ITEM-CODE
           READ ITEMMASTER
               INVALID KEY
                   SET PC-LINE-NOT-ON-FILE TO TRUE
                   ADD 1 TO WS-BATCH-SKIPPED
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE PC-ITEM-CODE TO WS-ISL-ITEM
                   MOVE PC-DESCRIPTION TO WS-ISL-DESCRIPTION
                   MOVE WS-IMPACT-SKIP-LINE TO IMPACT-REPORT-LINE
                   WRITE IMPACT-REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                   MOVE MASTER-PRICE TO WS-OLD-PRICE
                   MOVE PC-NEW-PRICE TO MASTER-PRICE
                   REWRITE ITEMMASTER-RECORD
                   PERFORM 0010-WRITE-JOURNAL-RECORD
                   SET PC-LINE-APPLIED TO TRUE
                   MOVE WS-OLD-PRICE TO PC-APPLIED-OLD-PRICE
                   ADD 1 TO WS-BATCH-APPLIED
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM 0011-PRINT-SHELF-LABEL
                   PERFORM 0012-PRINT-IMPACT-LINE
           END-READ
           REWRITE PRICE-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "PRICEAPPLY - BATCH ", PC-BATCH, " LINE ",
                       PC-LINE, " COULD NOT BE REWRITTEN"
           END-REWRITE.
       0004-END.

       0005-END-BATCH.
           MOVE WS-BATCH-APPLIED TO WS-IBT-APPLIED
           MOVE WS-BATCH-SKIPPED TO WS-IBT-SKIPPED
           MOVE WS-IMPACT-BATCH-TOTAL TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE SPACES TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE "N" TO WS-APPLYING-SW.
       0005-END.

       0006-PRINT-TOTALS.
           IF WS-BATCH-COUNT IS EQUAL TO ZEROES
               MOVE "NO PRICE CHANGE BATCHES DUE" TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
               MOVE SPACES TO IMPACT-REPORT-LINE
               WRITE IMPACT-REPORT-LINE
           END-IF
           MOVE "BATCHES APPLIED:" TO WS-ICL-LABEL
           MOVE WS-BATCH-COUNT TO WS-ICL-COUNT
           MOVE WS-IMPACT-COUNT-LINE TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE "PRICES CHANGED:" TO WS-ICL-LABEL
           MOVE WS-APPLIED-COUNT TO WS-ICL-COUNT
           MOVE WS-IMPACT-COUNT-LINE TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE "NOW PRICED BELOW COST:" TO WS-ICL-LABEL
           MOVE WS-BELOW-COST-COUNT TO WS-ICL-COUNT
           MOVE WS-IMPACT-COUNT-LINE TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE
           MOVE "LINES NOT APPLIED:" TO WS-ICL-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-ICL-COUNT
           MOVE WS-IMPACT-COUNT-LINE TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE.
       0006-END.

       0007-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "PRICEAPPLY" TO RS-PROGRAM
               MOVE "PRICE BATCHES" TO RS-STAT-NAME
               MOVE WS-BATCH-COUNT TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "PRICEAPPLY" TO RS-PROGRAM
               MOVE "PRICE CHANGES" TO RS-STAT-NAME
               MOVE WS-APPLIED-COUNT TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "PRICEAPPLY" TO RS-PROGRAM
               MOVE "PRICE CHG SKIPPED" TO RS-STAT-NAME
               MOVE WS-SKIPPED-COUNT TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0007-END.

      * THE NIGHTLY RUN PREPARES THE NEXT TRADING DAY, SO A BATCH IS
      * DUE WHEN ITS EFFECTIVE DATE IS NO LATER THAN TOMORROW.
       0008-FORWARD-ONE-DAY.
           PERFORM 0009-CHECK-LEAP-YEAR
           IF WS-STEP-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-END
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-STEP-MONTH) TO WS-MONTH-END
           END-IF
           IF WS-STEP-DAY IS LESS THAN WS-MONTH-END
               ADD 1 TO WS-STEP-DAY
           ELSE
               MOVE 1 TO WS-STEP-DAY
               IF WS-STEP-MONTH IS LESS THAN 12
                   ADD 1 TO WS-STEP-MONTH
               ELSE
                   MOVE 1 TO WS-STEP-MONTH
                   ADD 1 TO WS-STEP-YEAR
               END-IF
           END-IF.
       0008-END.

       0009-CHECK-LEAP-YEAR.
           MOVE "N" TO WS-LEAP-SW
           DIVIDE WS-STEP-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
               SET WS-IS-LEAP-YEAR TO TRUE
               DIVIDE WS-STEP-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
                   MOVE "N" TO WS-LEAP-SW
                   DIVIDE WS-STEP-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER IS EQUAL TO ZEROES
                       SET WS-IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF.
       0009-END.

      * EVERY PRICE CHANGE LEAVES A BEFORE/AFTER IMAGE ON THE SHARED
      * MASTER-FILE JOURNAL, STAMPED WITH THE SUPERVISOR WHO APPROVED
      * THE BATCH.
       0010-WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNALFILE
           IF NOT WS-JOURNAL-STATUS-OK
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF WS-JOURNAL-STATUS-OK
               ACCEPT WS-JRN-TIME FROM TIME
               MOVE SPACES TO MASTER-JOURNAL-RECORD
               MOVE "PRICEAPPLY  " TO MJ-PROGRAM
               MOVE WS-APPLY-APPROVER TO MJ-OPERATOR
               MOVE WS-RUN-DATE-NUM TO MJ-DATE
               MOVE WS-JRN-TIME TO MJ-TIME
               MOVE "ITEMMASTER  " TO MJ-FILE-NAME
               MOVE "C" TO MJ-ACTION
               MOVE WS-JRN-OLD-IMAGE TO MJ-OLD-IMAGE
               MOVE ITEMMASTER-RECORD TO MJ-NEW-IMAGE
               WRITE MASTER-JOURNAL-RECORD
               CLOSE JOURNALFILE
           END-IF.
       0010-END.

       0011-PRINT-SHELF-LABEL.
           MOVE MASTER-DESCRIPTION TO WS-LL1-DESCRIPTION
           MOVE MASTER-ITEM-CODE TO WS-LL1-ITEM-CODE
           MOVE MASTER-PRICE TO WS-LL2-PRICE
           MOVE WS-APPLY-EFFECTIVE TO WS-LL3-EFFECTIVE
           MOVE WS-APPLY-BATCH TO WS-LL3-BATCH
           MOVE WS-LABEL-RULE TO SHELF-LABEL-LINE
           WRITE SHELF-LABEL-LINE
           MOVE WS-LABEL-LINE-1 TO SHELF-LABEL-LINE
           WRITE SHELF-LABEL-LINE
           MOVE WS-LABEL-LINE-2 TO SHELF-LABEL-LINE
           WRITE SHELF-LABEL-LINE
           MOVE WS-LABEL-LINE-3 TO SHELF-LABEL-LINE
           WRITE SHELF-LABEL-LINE
           MOVE WS-LABEL-RULE TO SHELF-LABEL-LINE
           WRITE SHELF-LABEL-LINE
           MOVE SPACES TO SHELF-LABEL-LINE
           WRITE SHELF-LABEL-LINE.
       0011-END.

      * BOTH MARGINS ARE FIGURED AT THE ITEM'S CURRENT AVERAGE COST,
      * SO THE CHANGE SHOWN IS THE EFFECT OF THE PRICE ALONE.
       0012-PRINT-IMPACT-LINE.
           IF WS-OLD-PRICE IS GREATER THAN ZEROES
               COMPUTE WS-OLD-MARGIN ROUNDED =
                   (WS-OLD-PRICE - MASTER-UNIT-COST) * 100 /
                       WS-OLD-PRICE
           ELSE
               MOVE ZEROES TO WS-OLD-MARGIN
           END-IF
           COMPUTE WS-NEW-MARGIN ROUNDED =
               (MASTER-PRICE - MASTER-UNIT-COST) * 100 / MASTER-PRICE
           COMPUTE WS-MARGIN-CHANGE = WS-NEW-MARGIN - WS-OLD-MARGIN
           MOVE MASTER-ITEM-CODE TO WS-IDL-ITEM
           MOVE MASTER-DESCRIPTION TO WS-IDL-DESCRIPTION
           MOVE MASTER-UNIT-COST TO WS-IDL-COST
           MOVE WS-OLD-PRICE TO WS-IDL-OLD-PRICE
           MOVE WS-OLD-MARGIN TO WS-IDL-OLD-MARGIN
           MOVE MASTER-PRICE TO WS-IDL-NEW-PRICE
           MOVE WS-NEW-MARGIN TO WS-IDL-NEW-MARGIN
           MOVE WS-MARGIN-CHANGE TO WS-IDL-CHANGE
           IF MASTER-PRICE IS LESS THAN MASTER-UNIT-COST
               MOVE "BELOW COST" TO WS-IDL-FLAG
               ADD 1 TO WS-BELOW-COST-COUNT
           ELSE
               IF WS-OLD-PRICE IS NOT EQUAL TO PC-KEYED-PRICE
                   MOVE "MOVED SINCE KEYED" TO WS-IDL-FLAG
               ELSE
                   MOVE SPACES TO WS-IDL-FLAG
               END-IF
           END-IF
           MOVE WS-IMPACT-DETAIL-LINE TO IMPACT-REPORT-LINE
           WRITE IMPACT-REPORT-LINE.
       0012-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM PRICEAPPLY.
