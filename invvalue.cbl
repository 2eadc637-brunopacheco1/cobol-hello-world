       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALUE.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * MONTH-END INVENTORY VALUATION                *
      * VALUES THE STOCK AT THE END OF THE REPORT    *
      * MONTH (RUNPARM REPORT DATE, OR THIS MONTH)   *
      * AT MOVING-AVERAGE COST AND PROVES IT ITEM BY *
      * ITEM: OPENING VALUE PLUS THE MONTH'S STOCK   *
      * LEDGER MOVEMENTS MUST EQUAL CLOSING VALUE.   *
      * CLOSING IS THE ITEM MASTER'S ON-HAND TIMES   *
      * COST WITH ANY LATER MOVEMENTS BACKED OUT;    *
      * OPENING IS LAST MONTH'S CLOSING FROM         *
      * INVSNAP.DAT, OR DERIVED FROM THE LEDGER THE  *
      * FIRST MONTH. THE TOTAL IS AGREED TO THE      *
      * INVENTORY ACCOUNT IN GLBAL.DAT AND THE       *
      * MONTH'S CLOSING IS SAVED FOR NEXT MONTH.     *
      * PRINTS INVVALUE.LPT.                         *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

           SELECT STOCKLEDGERFILE ASSIGN "stockledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDGER-STATUS.

           SELECT INVSNAPFILE ASSIGN "invsnap.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IVS-KEY
               FILE STATUS IS WS-INVSNAP-STATUS.

           SELECT GLBALFILE ASSIGN "glbal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT GLACCOUNTFILE ASSIGN "glaccounts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-STATUS.

           SELECT RUNPARMFILE ASSIGN TO "runparm.dat"
               FILE STATUS IS WS-RUNPARM-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VALUEREPORTFILE ASSIGN "invvalue.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN "runstats.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  INVSNAPFILE.
       01  INVSNAP-RECORD.
           05  IVS-KEY.
               10  IVS-PERIOD         PIC 9(6).
               10  IVS-ITEM-CODE      PIC X(6).
           05  IVS-CLOSING-QTY        PIC S9(7).
           05  IVS-CLOSING-VALUE      PIC S9(9)V99.
           05  IVS-RUN-DATE           PIC 9(8).

       FD  GLBALFILE.
       01  GLBALDETAILS.
           05  GLB-KEY.
               10  GLB-ACCOUNT        PIC 9(6).
               10  GLB-PERIOD         PIC 9(6).
           05  GLB-BEGIN-BALANCE      PIC S9(11)V99.
           05  GLB-DEBITS             PIC 9(11)V99.
           05  GLB-CREDITS            PIC 9(11)V99.
           05  GLB-END-BALANCE        PIC S9(11)V99.

       FD  GLACCOUNTFILE.
       01  GLACCOUNT-RECORD.
           88  GLACCOUNT-EOF          VALUE HIGH-VALUES.
           05  GLA-SOURCE-KEY         PIC X(16).
           05  GLA-ACCOUNT            PIC 9(6).
           05  GLA-DESCRIPTION        PIC X(20).

       FD  RUNPARMFILE.
       COPY RUNPARM.

       FD  VALUEREPORTFILE.
       01  VALUE-REPORT-LINE       PIC X(132).

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-STKLEDGER-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-INVSNAP-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLBAL-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-GLACCT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNPARM-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           05  WS-INVSNAP-AVAIL-SW  PIC X VALUE "N".
               88  WS-INVSNAP-AVAILABLE VALUE "Y".
           05  WS-GL-FOUND-SW       PIC X VALUE "N".
               88  WS-GL-FOUND          VALUE "Y".
           05  WS-OPENING-SW        PIC X VALUE SPACE.
               88  WS-OPENING-DERIVED   VALUE "D".
           05  WS-GL-ACCOUNT        PIC 9(6) VALUE ZEROES.
           05  WS-GL-TRIES          PIC 9(2) VALUE ZEROES.
           05  WS-ITEM-COUNT        PIC 9(4) VALUE ZEROES.
           05  WS-ITEM-IDX          PIC 9(4) VALUE ZEROES.
           05  WS-CURR-ITEM-IDX     PIC 9(4) VALUE ZEROES.
           05  WS-FIND-ITEM-CODE    PIC X(6) VALUE SPACES.
           05  WS-VALUED-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-DERIVED-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-EXCEPTION-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-TABLE-FULL-COUNT  PIC 9(5) VALUE ZEROES.
           05  WS-CLOSING-QTY       PIC S9(7) VALUE ZEROES.
           05  WS-CLOSING-VALUE     PIC S9(9)V99 VALUE ZEROES.
           05  WS-OPENING-VALUE     PIC S9(9)V99 VALUE ZEROES.
           05  WS-MOVEMENT-VALUE    PIC S9(9)V99 VALUE ZEROES.
           05  WS-COMPUTED-CLOSING  PIC S9(9)V99 VALUE ZEROES.
           05  WS-ITEM-DIFFERENCE   PIC S9(9)V99 VALUE ZEROES.
           05  WS-GL-BALANCE        PIC S9(11)V99 VALUE ZEROES.
           05  WS-GL-DIFFERENCE     PIC S9(11)V99 VALUE ZEROES.

       01  WS-VALUE-TOTALS.
           05  WS-TOT-OPENING       PIC S9(9)V99 VALUE ZEROES.
           05  WS-TOT-RECEIPTS      PIC S9(9)V99 VALUE ZEROES.
           05  WS-TOT-ISSUES        PIC S9(9)V99 VALUE ZEROES.
           05  WS-TOT-RETURNS       PIC S9(9)V99 VALUE ZEROES.
           05  WS-TOT-ADJUSTMENTS   PIC S9(9)V99 VALUE ZEROES.
           05  WS-TOT-CLOSING       PIC S9(9)V99 VALUE ZEROES.

       01  WS-RUN-DATE.
           05  WS-RUN-YEARMONTH     PIC 9(6).
           05  WS-RUN-DAY           PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-STK-PERIOD.
           05  WS-STK-YEARMONTH     PIC 9(6).
           05  WS-STK-DAY           PIC 9(2).
       01  WS-STK-PERIOD-NUM REDEFINES WS-STK-PERIOD PIC 9(8).

       01  WS-VALUE-PERIOD.
           05  WS-VAL-YEAR          PIC 9(4).
           05  WS-VAL-MONTH         PIC 9(2).
       01  WS-VALUE-PERIOD-NUM REDEFINES WS-VALUE-PERIOD PIC 9(6).

       01  WS-PRIOR-PERIOD.
           05  WS-PRI-YEAR          PIC 9(4).
           05  WS-PRI-MONTH         PIC 9(2).
       01  WS-PRIOR-PERIOD-NUM REDEFINES WS-PRIOR-PERIOD PIC 9(6).

       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-ITT-ITEM-CODE     PIC X(6).
               10  WS-ITT-ON-MASTER-SW  PIC X.
                   88  WS-ITT-ON-MASTER     VALUE "Y".
               10  WS-ITT-RECEIPTS      PIC S9(9)V99.
               10  WS-ITT-ISSUES        PIC S9(9)V99.
               10  WS-ITT-RETURNS       PIC S9(9)V99.
               10  WS-ITT-ADJUSTMENTS   PIC S9(9)V99.
               10  WS-ITT-LATER-QTY     PIC S9(7).
               10  WS-ITT-LATER-VALUE   PIC S9(9)V99.

       01  WS-VALUE-HEADING-1.
           05  FILLER             PIC X(44) VALUE
               "PETSTORE - MONTH-END INVENTORY VALUATION    ".
           05  FILLER             PIC X(7) VALUE "PERIOD ".
           05  WS-VH-PERIOD       PIC 9(6).
           05  FILLER             PIC X(5) VALUE " RUN ".
           05  WS-VH-DATE         PIC 9(8).

       01  WS-VALUE-HEADING-2.
           05  FILLER             PIC X(34) VALUE
               "ITEM   DESCRIPTION    OPENING    ".
           05  FILLER             PIC X(45) VALUE
               "RECEIPTS       SALES     RETURNS    ADJUSTED ".
           05  FILLER             PIC X(26) VALUE
               "   QTY     CLOSING  NOTE".

       01  WS-VALUE-DETAIL-LINE.
           05  WS-VDL-ITEM-CODE   PIC X(6).
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-VDL-DESCRIPTION PIC X(10).
           05  WS-VDL-OPENING     PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-VDL-RECEIPTS    PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-VDL-ISSUES      PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-VDL-RETURNS     PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-VDL-ADJUSTMENTS PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-VDL-QTY         PIC ZZ,ZZ9-.
           05  FILLER             PIC X(1) VALUE SPACES.
           05  WS-VDL-CLOSING     PIC ZZZ,ZZ9.99-.
           05  FILLER             PIC X(2) VALUE SPACES.
           05  WS-VDL-NOTE        PIC X(24).

       01  WS-VALUE-TOTAL-LINE.
           05  WS-VTL-LABEL       PIC X(30).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-VTL-AMOUNT==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99-==.

       01  WS-VALUE-COUNT-LINE.
           05  WS-VCL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-VCL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-INVENTORY-VALUATION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YEARMONTH TO WS-VALUE-PERIOD-NUM
           PERFORM 0002-LOAD-RUN-PARAMETERS
           MOVE WS-VALUE-PERIOD-NUM TO WS-PRIOR-PERIOD-NUM
           IF WS-PRI-MONTH IS EQUAL TO 01
               MOVE 12 TO WS-PRI-MONTH
               SUBTRACT 1 FROM WS-PRI-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRI-MONTH
           END-IF
           OPEN INPUT ITEMMASTER
           IF NOT WS-ITEMMASTER-STATUS-OK
               DISPLAY "INVVALUE - ITEM MASTER NOT AVAILABLE"
               DISPLAY "FILE STATUS CODE: ", WS-ITEMMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN I-O INVSNAPFILE
           IF NOT WS-INVSNAP-STATUS-OK
               OPEN OUTPUT INVSNAPFILE
               IF WS-INVSNAP-STATUS-OK
                   CLOSE INVSNAPFILE
                   OPEN I-O INVSNAPFILE
               END-IF
           END-IF
           IF WS-INVSNAP-STATUS-OK
               SET WS-INVSNAP-AVAILABLE TO TRUE
           ELSE
               DISPLAY "INVVALUE - SNAPSHOT FILE NOT AVAILABLE; "
                   "OPENING VALUES ARE DERIVED AND NOT SAVED"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 0003-GATHER-LEDGER-MOVEMENTS
           OPEN OUTPUT VALUEREPORTFILE
           MOVE WS-VALUE-PERIOD-NUM TO WS-VH-PERIOD
           MOVE WS-RUN-DATE-NUM TO WS-VH-DATE
           MOVE WS-VALUE-HEADING-1 TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE SPACES TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE WS-VALUE-HEADING-2 TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           READ ITEMMASTER NEXT RECORD
               AT END SET ITEMMASTER-EOF TO TRUE
           END-READ
           PERFORM 0006-VALUE-ONE-MASTER-ITEM UNTIL ITEMMASTER-EOF
           CLOSE ITEMMASTER
           PERFORM 0007-VALUE-ONE-DROPPED-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX IS GREATER THAN WS-ITEM-COUNT
           IF WS-INVSNAP-AVAILABLE
               CLOSE INVSNAPFILE
           END-IF
           PERFORM 0011-AGREE-TO-LEDGER
           PERFORM 0013-PRINT-TOTALS
           CLOSE VALUEREPORTFILE
           PERFORM 0014-WRITE-RUN-STATS
           DISPLAY "INVVALUE - PERIOD ", WS-VALUE-PERIOD-NUM,
               " ITEMS: ", WS-VALUED-COUNT,
               " EXCEPTIONS: ", WS-EXCEPTION-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-RUN-PARAMETERS.
           OPEN INPUT RUNPARMFILE
           IF WS-RUNPARM-STATUS-OK
               READ RUNPARMFILE
                   AT END CONTINUE
               END-READ
               IF WS-RUNPARM-STATUS-OK AND
                   RP-REPORT-DATE IS NUMERIC AND
                   RP-REPORT-DATE IS GREATER THAN ZEROES
                   MOVE RP-REPORT-DATE TO WS-STK-PERIOD-NUM
                   MOVE WS-STK-YEARMONTH TO WS-VALUE-PERIOD-NUM
               END-IF
               CLOSE RUNPARMFILE
           END-IF.
       0002-END.

      * ONE PASS OF THE STOCK LEDGER. MOVEMENTS IN THE REPORT MONTH
      * ARE SPLIT BY KIND; MOVEMENTS AFTER IT ARE HELD SO THEY CAN
      * BE BACKED OUT OF TODAY'S ITEM MASTER FIGURES. EARLIER
      * MOVEMENTS ARE ALREADY IN THE OPENING VALUE.
       0003-GATHER-LEDGER-MOVEMENTS.
           OPEN INPUT STOCKLEDGERFILE
           IF WS-STKLEDGER-STATUS-OK
               READ STOCKLEDGERFILE
                   AT END SET STOCK-LEDGER-EOF TO TRUE
               END-READ
               PERFORM 0004-GATHER-ONE-MOVEMENT
                   UNTIL STOCK-LEDGER-EOF
               CLOSE STOCKLEDGERFILE
           ELSE
               DISPLAY "INVVALUE - NO STOCK LEDGER, CLOSING VALUES "
                   "ARE TAKEN FROM THE ITEM MASTER AS IT STANDS"
           END-IF.
       0003-END.

       0004-GATHER-ONE-MOVEMENT.
           MOVE STK-DATE TO WS-STK-PERIOD-NUM
           IF WS-STK-YEARMONTH IS NOT LESS THAN WS-VALUE-PERIOD-NUM
               MOVE STK-ITEM-CODE TO WS-FIND-ITEM-CODE
               PERFORM 0005-FIND-OR-ADD-ITEM
               IF WS-CURR-ITEM-IDX IS GREATER THAN ZEROES
                   IF WS-STK-YEARMONTH IS GREATER THAN
                       WS-VALUE-PERIOD-NUM
                       ADD STK-QUANTITY TO
                           WS-ITT-LATER-QTY(WS-CURR-ITEM-IDX)
                       ADD STK-EXTENDED-COST TO
                           WS-ITT-LATER-VALUE(WS-CURR-ITEM-IDX)
                   ELSE
                       PERFORM 0016-CLASSIFY-ONE-MOVEMENT
                   END-IF
               END-IF
           END-IF
           READ STOCKLEDGERFILE
               AT END SET STOCK-LEDGER-EOF TO TRUE
           END-READ.
       0004-END.

       0005-FIND-OR-ADD-ITEM.
           MOVE ZEROES TO WS-CURR-ITEM-IDX
           PERFORM 0010-MATCH-ONE-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX IS GREATER THAN WS-ITEM-COUNT
           IF WS-CURR-ITEM-IDX IS EQUAL TO ZEROES
               IF WS-ITEM-COUNT IS EQUAL TO 500
                   ADD 1 TO WS-TABLE-FULL-COUNT
               ELSE
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE WS-ITEM-COUNT TO WS-CURR-ITEM-IDX
                   MOVE WS-FIND-ITEM-CODE TO
                       WS-ITT-ITEM-CODE(WS-CURR-ITEM-IDX)
                   MOVE "N" TO WS-ITT-ON-MASTER-SW(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO WS-ITT-RECEIPTS(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO WS-ITT-ISSUES(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO WS-ITT-RETURNS(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO
                       WS-ITT-ADJUSTMENTS(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO WS-ITT-LATER-QTY(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO
                       WS-ITT-LATER-VALUE(WS-CURR-ITEM-IDX)
               END-IF
           END-IF.
       0005-END.

      * CLOSING IS WHAT THE ITEM MASTER HOLDS NOW LESS WHATEVER THE
      * LEDGER SHOWS HAS MOVED SINCE THE MONTH ENDED.
       0006-VALUE-ONE-MASTER-ITEM.
           MOVE MASTER-ITEM-CODE TO WS-FIND-ITEM-CODE
           PERFORM 0005-FIND-OR-ADD-ITEM
           MOVE MASTER-DESCRIPTION TO WS-VDL-DESCRIPTION
           MOVE MASTER-ON-HAND TO WS-CLOSING-QTY
           COMPUTE WS-CLOSING-VALUE =
               MASTER-ON-HAND * MASTER-UNIT-COST
           IF WS-CURR-ITEM-IDX IS GREATER THAN ZEROES
               SET WS-ITT-ON-MASTER(WS-CURR-ITEM-IDX) TO TRUE
               SUBTRACT WS-ITT-LATER-QTY(WS-CURR-ITEM-IDX)
                   FROM WS-CLOSING-QTY
               SUBTRACT WS-ITT-LATER-VALUE(WS-CURR-ITEM-IDX)
                   FROM WS-CLOSING-VALUE
           ELSE
               DISPLAY "INVVALUE - ITEM TABLE FULL, ITEM ",
                   MASTER-ITEM-CODE, " VALUED WITHOUT ITS MOVEMENTS"
           END-IF
           PERFORM 0008-PROVE-ONE-ITEM
           READ ITEMMASTER NEXT RECORD
               AT END SET ITEMMASTER-EOF TO TRUE
           END-READ.
       0006-END.

      * AN ITEM THAT HAD MOVEMENTS BUT IS NO LONGER ON THE MASTER
      * WAS DELETED; ITS STOCK NOW STANDS AT NOTHING.
       0007-VALUE-ONE-DROPPED-ITEM.
           IF NOT WS-ITT-ON-MASTER(WS-ITEM-IDX)
               MOVE WS-ITEM-IDX TO WS-CURR-ITEM-IDX
               MOVE WS-ITT-ITEM-CODE(WS-ITEM-IDX) TO
                   WS-FIND-ITEM-CODE
               MOVE "*DELETED*" TO WS-VDL-DESCRIPTION
               COMPUTE WS-CLOSING-QTY =
                   ZEROES - WS-ITT-LATER-QTY(WS-ITEM-IDX)
               COMPUTE WS-CLOSING-VALUE =
                   ZEROES - WS-ITT-LATER-VALUE(WS-ITEM-IDX)
               PERFORM 0008-PROVE-ONE-ITEM
           END-IF.
       0007-END.

      * OPENING PLUS THE MONTH'S MOVEMENTS MUST COME TO CLOSING.
      * WITH NO SNAPSHOT FOR LAST MONTH THE OPENING IS WORKED BACK
      * FROM CLOSING, WHICH TIES BY DEFINITION AND IS MARKED SO.
       0008-PROVE-ONE-ITEM.
           ADD 1 TO WS-VALUED-COUNT
           MOVE SPACES TO WS-VDL-NOTE
           MOVE ZEROES TO WS-MOVEMENT-VALUE
           IF WS-CURR-ITEM-IDX IS GREATER THAN ZEROES
               COMPUTE WS-MOVEMENT-VALUE =
                   WS-ITT-RECEIPTS(WS-CURR-ITEM-IDX) +
                   WS-ITT-ISSUES(WS-CURR-ITEM-IDX) +
                   WS-ITT-RETURNS(WS-CURR-ITEM-IDX) +
                   WS-ITT-ADJUSTMENTS(WS-CURR-ITEM-IDX)
               MOVE WS-ITT-RECEIPTS(WS-CURR-ITEM-IDX)
                   TO WS-VDL-RECEIPTS
               MOVE WS-ITT-ISSUES(WS-CURR-ITEM-IDX) TO WS-VDL-ISSUES
               MOVE WS-ITT-RETURNS(WS-CURR-ITEM-IDX)
                   TO WS-VDL-RETURNS
               MOVE WS-ITT-ADJUSTMENTS(WS-CURR-ITEM-IDX)
                   TO WS-VDL-ADJUSTMENTS
               ADD WS-ITT-RECEIPTS(WS-CURR-ITEM-IDX)
                   TO WS-TOT-RECEIPTS
               ADD WS-ITT-ISSUES(WS-CURR-ITEM-IDX) TO WS-TOT-ISSUES
               ADD WS-ITT-RETURNS(WS-CURR-ITEM-IDX)
                   TO WS-TOT-RETURNS
               ADD WS-ITT-ADJUSTMENTS(WS-CURR-ITEM-IDX)
                   TO WS-TOT-ADJUSTMENTS
           ELSE
               MOVE ZEROES TO WS-VDL-RECEIPTS
               MOVE ZEROES TO WS-VDL-ISSUES
               MOVE ZEROES TO WS-VDL-RETURNS
               MOVE ZEROES TO WS-VDL-ADJUSTMENTS
           END-IF
           PERFORM 0009-FETCH-OPENING-VALUE
           IF WS-OPENING-DERIVED
               COMPUTE WS-OPENING-VALUE =
                   WS-CLOSING-VALUE - WS-MOVEMENT-VALUE
               ADD 1 TO WS-DERIVED-COUNT
               MOVE "OPENING DERIVED" TO WS-VDL-NOTE
           END-IF
           COMPUTE WS-COMPUTED-CLOSING =
               WS-OPENING-VALUE + WS-MOVEMENT-VALUE
           COMPUTE WS-ITEM-DIFFERENCE =
               WS-CLOSING-VALUE - WS-COMPUTED-CLOSING
           IF WS-ITEM-DIFFERENCE IS NOT EQUAL TO ZEROES
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE "** DOES NOT TIE **" TO WS-VDL-NOTE
           END-IF
           ADD WS-OPENING-VALUE TO WS-TOT-OPENING
           ADD WS-CLOSING-VALUE TO WS-TOT-CLOSING
           MOVE WS-FIND-ITEM-CODE TO WS-VDL-ITEM-CODE
           MOVE WS-OPENING-VALUE TO WS-VDL-OPENING
           MOVE WS-CLOSING-QTY TO WS-VDL-QTY
           MOVE WS-CLOSING-VALUE TO WS-VDL-CLOSING
           MOVE WS-VALUE-DETAIL-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           IF WS-INVSNAP-AVAILABLE
               MOVE WS-VALUE-PERIOD-NUM TO IVS-PERIOD
               MOVE WS-FIND-ITEM-CODE TO IVS-ITEM-CODE
               MOVE WS-CLOSING-QTY TO IVS-CLOSING-QTY
               MOVE WS-CLOSING-VALUE TO IVS-CLOSING-VALUE
               MOVE WS-RUN-DATE-NUM TO IVS-RUN-DATE
               WRITE INVSNAP-RECORD
                   INVALID KEY
                       REWRITE INVSNAP-RECORD
                           INVALID KEY
                               DISPLAY "INVVALUE - SNAPSHOT FOR ",
                                   IVS-ITEM-CODE,
                                   " COULD NOT BE WRITTEN"
                               MOVE 16 TO RETURN-CODE
                       END-REWRITE
               END-WRITE
           END-IF.
       0008-END.

       0009-FETCH-OPENING-VALUE.
           MOVE ZEROES TO WS-OPENING-VALUE
           MOVE "D" TO WS-OPENING-SW
           IF WS-INVSNAP-AVAILABLE
               MOVE WS-PRIOR-PERIOD-NUM TO IVS-PERIOD
               MOVE WS-FIND-ITEM-CODE TO IVS-ITEM-CODE
               READ INVSNAPFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IVS-CLOSING-VALUE TO WS-OPENING-VALUE
                       MOVE SPACE TO WS-OPENING-SW
               END-READ
           END-IF.
       0009-END.

       0010-MATCH-ONE-ITEM.
           IF WS-ITT-ITEM-CODE(WS-ITEM-IDX) IS EQUAL TO
               WS-FIND-ITEM-CODE
               MOVE WS-ITEM-IDX TO WS-CURR-ITEM-IDX
           END-IF.
       0010-END.

      * THE INVENTORY ACCOUNT'S BALANCE AT MONTH END IS THE LATEST
      * GLBAL.DAT PERIOD RECORD UP TO THE REPORT MONTH; A MONTH WITH
      * NO POSTINGS CARRIES THE BALANCE OF THE ONE BEFORE IT.
       0011-AGREE-TO-LEDGER.
           OPEN INPUT GLACCOUNTFILE
           IF WS-GLACCT-STATUS-OK
               READ GLACCOUNTFILE
                   AT END SET GLACCOUNT-EOF TO TRUE
               END-READ
               PERFORM 0015-CHECK-ONE-ACCOUNT UNTIL GLACCOUNT-EOF
               CLOSE GLACCOUNTFILE
           END-IF
           IF WS-GL-ACCOUNT IS EQUAL TO ZEROES
               DISPLAY "INVVALUE - NO INVENTORY ACCOUNT ON "
                   "GLACCOUNTS.DAT; VALUATION NOT AGREED TO LEDGER"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT GLBALFILE
               IF WS-GLBAL-STATUS-OK
                   MOVE WS-VALUE-PERIOD-NUM TO WS-PRIOR-PERIOD-NUM
                   MOVE ZEROES TO WS-GL-TRIES
                   PERFORM 0012-READ-ONE-GL-PERIOD
                       UNTIL WS-GL-FOUND OR WS-GL-TRIES IS EQUAL TO 24
                   CLOSE GLBALFILE
               END-IF
               IF NOT WS-GL-FOUND
                   DISPLAY "INVVALUE - NO BALANCE FOR ACCOUNT ",
                       WS-GL-ACCOUNT, " ON GLBAL.DAT"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           COMPUTE WS-GL-DIFFERENCE = WS-TOT-CLOSING - WS-GL-BALANCE
           IF WS-GL-FOUND AND WS-GL-DIFFERENCE IS NOT EQUAL TO ZEROES
               DISPLAY "INVVALUE - STOCK VALUE DOES NOT AGREE TO "
                   "INVENTORY ACCOUNT ", WS-GL-ACCOUNT
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-EXCEPTION-COUNT IS GREATER THAN ZEROES
               DISPLAY "INVVALUE - ", WS-EXCEPTION-COUNT,
                   " ITEMS DO NOT TIE OPENING TO CLOSING"
               MOVE 12 TO RETURN-CODE
           END-IF.
       0011-END.

       0012-READ-ONE-GL-PERIOD.
           MOVE WS-GL-ACCOUNT TO GLB-ACCOUNT
           MOVE WS-PRIOR-PERIOD-NUM TO GLB-PERIOD
           READ GLBALFILE
               INVALID KEY
                   ADD 1 TO WS-GL-TRIES
                   IF WS-PRI-MONTH IS EQUAL TO 01
                       MOVE 12 TO WS-PRI-MONTH
                       SUBTRACT 1 FROM WS-PRI-YEAR
                   ELSE
                       SUBTRACT 1 FROM WS-PRI-MONTH
                   END-IF
               NOT INVALID KEY
                   SET WS-GL-FOUND TO TRUE
                   MOVE GLB-END-BALANCE TO WS-GL-BALANCE
           END-READ.
       0012-END.

       0013-PRINT-TOTALS.
           MOVE SPACES TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "ITEMS VALUED:" TO WS-VCL-LABEL
           MOVE WS-VALUED-COUNT TO WS-VCL-COUNT
           MOVE WS-VALUE-COUNT-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "OPENING DERIVED FROM LEDGER:" TO WS-VCL-LABEL
           MOVE WS-DERIVED-COUNT TO WS-VCL-COUNT
           MOVE WS-VALUE-COUNT-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "ITEMS THAT DO NOT TIE:" TO WS-VCL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-VCL-COUNT
           MOVE WS-VALUE-COUNT-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           IF WS-TABLE-FULL-COUNT IS GREATER THAN ZEROES
               MOVE "MOVEMENTS NOT TABLED:" TO WS-VCL-LABEL
               MOVE WS-TABLE-FULL-COUNT TO WS-VCL-COUNT
               MOVE WS-VALUE-COUNT-LINE TO VALUE-REPORT-LINE
               WRITE VALUE-REPORT-LINE
           END-IF
           MOVE SPACES TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "OPENING VALUE:" TO WS-VTL-LABEL
           MOVE WS-TOT-OPENING TO WS-VTL-AMOUNT
           MOVE WS-VALUE-TOTAL-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "  RECEIPTS:" TO WS-VTL-LABEL
           MOVE WS-TOT-RECEIPTS TO WS-VTL-AMOUNT
           MOVE WS-VALUE-TOTAL-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "  SALES AND LAYAWAYS:" TO WS-VTL-LABEL
           MOVE WS-TOT-ISSUES TO WS-VTL-AMOUNT
           MOVE WS-VALUE-TOTAL-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "  RETURNS AND RESTOCKS:" TO WS-VTL-LABEL
           MOVE WS-TOT-RETURNS TO WS-VTL-AMOUNT
           MOVE WS-VALUE-TOTAL-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "  ADJUSTMENTS AND RTV:" TO WS-VTL-LABEL
           MOVE WS-TOT-ADJUSTMENTS TO WS-VTL-AMOUNT
           MOVE WS-VALUE-TOTAL-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           MOVE "CLOSING VALUE:" TO WS-VTL-LABEL
           MOVE WS-TOT-CLOSING TO WS-VTL-AMOUNT
           MOVE WS-VALUE-TOTAL-LINE TO VALUE-REPORT-LINE
           WRITE VALUE-REPORT-LINE
           IF WS-GL-FOUND
               MOVE "INVENTORY ACCOUNT BALANCE:" TO WS-VTL-LABEL
               MOVE WS-GL-BALANCE TO WS-VTL-AMOUNT
               MOVE WS-VALUE-TOTAL-LINE TO VALUE-REPORT-LINE
               WRITE VALUE-REPORT-LINE
               IF WS-GL-DIFFERENCE IS EQUAL TO ZEROES
                   MOVE "AGREES TO GENERAL LEDGER" TO
                       VALUE-REPORT-LINE
               ELSE
                   MOVE "** DIFFERENCE TO LEDGER:" TO WS-VTL-LABEL
                   MOVE WS-GL-DIFFERENCE TO WS-VTL-AMOUNT
                   MOVE WS-VALUE-TOTAL-LINE TO VALUE-REPORT-LINE
               END-IF
               WRITE VALUE-REPORT-LINE
           ELSE
               MOVE "NOT AGREED - NO INVENTORY ACCOUNT BALANCE"
                   TO VALUE-REPORT-LINE
               WRITE VALUE-REPORT-LINE
           END-IF.
       0013-END.

       0014-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "INVVALUE" TO RS-PROGRAM
               MOVE "INVENTORY VALUE" TO RS-STAT-NAME
               MOVE WS-TOT-CLOSING TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               MOVE WS-RUN-DATE-NUM TO RS-DATE
               MOVE "INVVALUE" TO RS-PROGRAM
               MOVE "INVENTORY GL DIFF" TO RS-STAT-NAME
               MOVE WS-GL-DIFFERENCE TO RS-STAT-VALUE
               WRITE RUN-STAT-RECORD
               CLOSE RUNSTATSFILE
           END-IF.
       0014-END.

       0015-CHECK-ONE-ACCOUNT.
           IF GLA-SOURCE-KEY IS EQUAL TO "INVENTORY"
               MOVE GLA-ACCOUNT TO WS-GL-ACCOUNT
           END-IF
           READ GLACCOUNTFILE
               AT END SET GLACCOUNT-EOF TO TRUE
           END-READ.
       0015-END.

       0016-CLASSIFY-ONE-MOVEMENT.
           IF STK-MOVE-RECEIPT
               ADD STK-EXTENDED-COST TO
                   WS-ITT-RECEIPTS(WS-CURR-ITEM-IDX)
           ELSE
               IF STK-MOVE-SALE OR STK-MOVE-LAYAWAY
                   ADD STK-EXTENDED-COST TO
                       WS-ITT-ISSUES(WS-CURR-ITEM-IDX)
               ELSE
                   IF STK-MOVE-RETURN OR STK-MOVE-RESTOCK
                       ADD STK-EXTENDED-COST TO
                           WS-ITT-RETURNS(WS-CURR-ITEM-IDX)
                   ELSE
                       ADD STK-EXTENDED-COST TO
                           WS-ITT-ADJUSTMENTS(WS-CURR-ITEM-IDX)
                   END-IF
               END-IF
           END-IF.
       0016-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM INVVALUE.
