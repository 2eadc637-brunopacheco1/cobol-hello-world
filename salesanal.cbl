      * WITH SHARE-OF-REVENUE AND BEST-SELLER /      *
      * SLOW-MOVER BREAKDOWNS, SO BUYING DECISIONS   *
      * COME FROM REGISTER DATA INSTEAD OF GUT FEEL. *
      * EACH ITEM'S REVENUE IS SPLIT BETWEEN THE TWO *
      * STORES, WITH A TOTAL FOR EACH STORE AND A    *
      * CONSOLIDATED TOTAL FOR THE CHAIN.            *
      ************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-ITEM-VIEW REDEFINES SALESLOG-RECORD.
           05  AIV-REC-TYPE            PIC X.
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER                  PIC X(1).
           05  AIV-DATE                PIC X(8).
           05  FILLER                  PIC X(71).
           COPY STORECODE REPLACING ==:NAME:== BY ==AIV-STORE-CODE==.

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  SALESHISTFILE.
           05  SH-UNITS              PIC 9(7).
           05  SH-COUNT              PIC 9(5).
           05  SH-AMOUNT             PIC 9(9)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==SH-STORE-CODE==.

       FD  ANALYSISREPORTFILE.
       01  ANALYSIS-REPORT-LINE      PIC X(132).
               88  WS-SWAP-NEEDED       VALUE "Y".
           05  WS-RANK-LIMIT        PIC 9(3) VALUE ZEROES.
           05  WS-SHARE-PERCENT     PIC 9(3)V9 VALUE ZEROES.
           05  WS-STORE-IDX         PIC 9(1) VALUE ZEROES.
           05  WS-STORE-REVENUE OCCURS 2 TIMES
                                    PIC 9(9)V99.

       01  WS-DAILY-FILENAME.
           05  FILLER               PIC X(9) VALUE "saleslog_".
               10  WS-ITM-DESCRIPTION   PIC X(10).
               10  WS-ITM-UNITS         PIC 9(7).
               10  WS-ITM-REVENUE       PIC 9(9)V99.
               10  WS-ITM-STORE-REVENUE OCCURS 2 TIMES
                                        PIC 9(9)V99.

       01  WS-SWAP-ENTRY.
           05  WS-SWP-CODE          PIC X(6).
           05  WS-SWP-DESCRIPTION   PIC X(10).
           05  WS-SWP-UNITS         PIC 9(7).
           05  WS-SWP-REVENUE       PIC 9(9)V99.
           05  WS-SWP-STORE-REVENUE OCCURS 2 TIMES
                                    PIC 9(9)V99.

       01  WS-ANALYSIS-HEADING-1.
           05  FILLER             PIC X(33) VALUE
           05  FILLER             PIC X(12) VALUE "DESCRIPTION".
           05  FILLER             PIC X(10) VALUE "UNITS".
           05  FILLER             PIC X(14) VALUE "REVENUE".
           05  FILLER             PIC X(8)  VALUE "SHARE".
           05  FILLER             PIC X(14) VALUE "STORE 01".
           05  FILLER             PIC X(14) VALUE "STORE 02".

       01  WS-ANALYSIS-DETAIL-LINE.
           05  WS-ADL-RANK        PIC ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ADL-SHARE       PIC ZZ9.9.
           05  FILLER             PIC X(1)  VALUE "%".
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ADL-REVENUE-01==
               ==:WIDTH:== BY ==$$$,$$9.99==.
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ADL-REVENUE-02==
               ==:WIDTH:== BY ==$$$,$$9.99==.

       01  WS-ANALYSIS-TOTAL-LINE.
           05  WS-ATL-LABEL       PIC X(32).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ATL-REVENUE==
               ==:WIDTH:== BY ==$$$,$$$,$$9.99==.


       0001-RUN-SALES-ANALYSIS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE ZEROES TO WS-STORE-REVENUE(1)
           MOVE ZEROES TO WS-STORE-REVENUE(2)
           DISPLAY "From date YYYYMMDD:"
           ACCEPT WS-SEL-FROM-DATE
           DISPLAY "To date YYYYMMDD (0 for latest):"
           END-IF
           MOVE SPACES TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE "STORE 01 ITEM REVENUE:" TO WS-ATL-LABEL
           MOVE WS-STORE-REVENUE(1) TO WS-ATL-REVENUE
           MOVE WS-ANALYSIS-TOTAL-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE "STORE 02 ITEM REVENUE:" TO WS-ATL-LABEL
           MOVE WS-STORE-REVENUE(2) TO WS-ATL-REVENUE
           MOVE WS-ANALYSIS-TOTAL-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           MOVE "TOTAL ITEM REVENUE, ALL STORES:" TO WS-ATL-LABEL
           MOVE WS-TOTAL-REVENUE TO WS-ATL-REVENUE
           MOVE WS-ANALYSIS-TOTAL-LINE TO ANALYSIS-REPORT-LINE
           WRITE ANALYSIS-REPORT-LINE
           END-READ.
       0002-END.

      * A LINE WITH NO STORE CODE WAS RUNG UP AT THE MAIN STORE.
       0003-ACCUMULATE-ITEM-LINE.
           MOVE AIV-QUANTITY TO WS-LINE-QUANTITY
           MOVE AIV-COST TO WS-LINE-REVENUE
           IF AIV-STORE-CODE-SECOND
               MOVE 2 TO WS-STORE-IDX
           ELSE
               MOVE 1 TO WS-STORE-IDX
           END-IF
           PERFORM 0004-FIND-ITEM-ENTRY
           IF WS-CURR-ITEM-IDX IS GREATER THAN ZEROES
               ADD WS-LINE-QUANTITY TO
               ADD WS-LINE-REVENUE TO
                   WS-ITM-REVENUE(WS-CURR-ITEM-IDX)
               ADD WS-LINE-REVENUE TO WS-TOTAL-REVENUE
               ADD WS-LINE-REVENUE TO
                   WS-ITM-STORE-REVENUE(WS-CURR-ITEM-IDX, WS-STORE-IDX)
               ADD WS-LINE-REVENUE TO WS-STORE-REVENUE(WS-STORE-IDX)
           END-IF.
       0003-END.

                       WS-ITM-DESCRIPTION(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO WS-ITM-UNITS(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO WS-ITM-REVENUE(WS-CURR-ITEM-IDX)
                   MOVE ZEROES TO
                       WS-ITM-STORE-REVENUE(WS-CURR-ITEM-IDX, 1)
                   MOVE ZEROES TO
                       WS-ITM-STORE-REVENUE(WS-CURR-ITEM-IDX, 2)
               END-IF
           END-IF.
       0004-END.
           MOVE WS-ITM-DESCRIPTION(WS-ITEM-IDX) TO WS-ADL-DESCRIPTION
           MOVE WS-ITM-UNITS(WS-ITEM-IDX) TO WS-ADL-UNITS
           MOVE WS-ITM-REVENUE(WS-ITEM-IDX) TO WS-ADL-REVENUE
           MOVE WS-ITM-STORE-REVENUE(WS-ITEM-IDX, 1)
               TO WS-ADL-REVENUE-01
           MOVE WS-ITM-STORE-REVENUE(WS-ITEM-IDX, 2)
               TO WS-ADL-REVENUE-02
           IF WS-TOTAL-REVENUE IS GREATER THAN ZEROES
               COMPUTE WS-SHARE-PERCENT ROUNDED =
                   WS-ITM-REVENUE(WS-ITEM-IDX) * 100 /
               SH-DATE IS NOT GREATER THAN WS-SEL-TO-DATE
               MOVE SH-ITEM-CODE TO AIV-ITEM-CODE
               MOVE SH-DESCRIPTION TO AIV-ITEM-DESCRIPTION
               IF SH-STORE-CODE-SECOND
                   MOVE 2 TO WS-STORE-IDX
               ELSE
                   MOVE 1 TO WS-STORE-IDX
               END-IF
               PERFORM 0004-FIND-ITEM-ENTRY
               IF WS-CURR-ITEM-IDX IS GREATER THAN ZEROES
                   ADD SH-UNITS TO WS-ITM-UNITS(WS-CURR-ITEM-IDX)
                   ADD SH-AMOUNT TO
                       WS-ITM-REVENUE(WS-CURR-ITEM-IDX)
                   ADD SH-AMOUNT TO WS-TOTAL-REVENUE
                   ADD SH-AMOUNT TO WS-ITM-STORE-REVENUE
                       (WS-CURR-ITEM-IDX, WS-STORE-IDX)
                   ADD SH-AMOUNT TO WS-STORE-REVENUE(WS-STORE-IDX)
               END-IF
           END-IF
           READ SALESHISTFILE
