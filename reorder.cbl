      * THE SHELF BACK UP TO TWICE THE REORDER       *
      * POINT, SO BUYING WORKS FROM THE REGISTER'S   *
      * OWN ON-HAND COUNTS INSTEAD OF A CLIPBOARD.   *
      * EACH STORE IS CHECKED AGAINST THE REORDER    *
      * POINT ON ITS OWN SHARE OF THE STOCK, AND THE *
      * SUGGESTIONS ARE ADDED INTO A CONSOLIDATED    *
      * QUANTITY FOR THE BUYER; UNITS IN TRANSIT     *
      * BETWEEN THE STORES ARE SHOWN ALONGSIDE.      *
      ************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  REORDERREPORTFILE.
       01  REORDER-REPORT-LINE     PIC X(132).
           05  WS-ITEM-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-REORDER-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-SUGGESTED-ORDER   PIC 9(5) VALUE ZEROES.
           05  WS-MAIN-ON-HAND      PIC 9(5) VALUE ZEROES.
           05  WS-SECOND-ON-HAND    PIC 9(5) VALUE ZEROES.
           05  WS-MAIN-SUGGEST      PIC 9(5) VALUE ZEROES.
           05  WS-SECOND-SUGGEST    PIC 9(5) VALUE ZEROES.
           05  WS-MAIN-REORDER-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-SECOND-REORDER-COUNT PIC 9(5) VALUE ZEROES.
           05  WS-SUGGESTED-UNITS   PIC 9(7) VALUE ZEROES.

       01  WS-REORDER-HEADING-1.
           05  FILLER             PIC X(34) VALUE
               "PETSTORE - NIGHTLY REORDER REPORT".

       01  WS-REORDER-COLUMN-HEADINGS-1.
           05  FILLER             PIC X(29) VALUE SPACES.
           05  FILLER             PIC X(18) VALUE
               "---- STORE 01 ----".
           05  FILLER             PIC X(18) VALUE
               "---- STORE 02 ----".

       01  WS-REORDER-COLUMN-HEADINGS.
           05  FILLER             PIC X(8)  VALUE "CODE".
           05  FILLER             PIC X(12) VALUE "DESCRIPTION".
           05  FILLER             PIC X(9)  VALUE "REORDER".
           05  FILLER             PIC X(9)  VALUE "ON HAND".
           05  FILLER             PIC X(9)  VALUE "SUGGEST".
           05  FILLER             PIC X(9)  VALUE "ON HAND".
           05  FILLER             PIC X(9)  VALUE "SUGGEST".
           05  FILLER             PIC X(9)  VALUE "TRANSIT".
           05  FILLER             PIC X(9)  VALUE "TO ORDER".

       01  WS-REORDER-DETAIL-LINE.
           05  WS-RDL-ITEM-CODE   PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-RDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RDL-REORDER==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RDL-MAIN-ON-HAND==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RDL-MAIN-SUGGEST==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  WS-RDL-MAIN-FLAG   PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY
               ==WS-RDL-SECOND-ON-HAND==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY
               ==WS-RDL-SECOND-SUGGEST==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  WS-RDL-SECOND-FLAG PIC X(1).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RDL-TRANSIT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(3)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RDL-SUGGEST==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       01  WS-REORDER-TOTAL-LINE.
           05  WS-RTL-LABEL       PIC X(32).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-RTL-COUNT==
               ==:WIDTH:== BY ==ZZZ,ZZ9==.

       PROCEDURE DIVISION.

           WRITE REORDER-REPORT-LINE
           MOVE SPACES TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           MOVE WS-REORDER-COLUMN-HEADINGS-1 TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           MOVE WS-REORDER-COLUMN-HEADINGS TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           OPEN INPUT ITEMMASTER
           CLOSE ITEMMASTER
           MOVE SPACES TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE
           MOVE "ITEMS TO REORDER, STORE 01:" TO WS-RTL-LABEL
           MOVE WS-MAIN-REORDER-COUNT TO WS-RTL-COUNT
           PERFORM 0004-WRITE-TOTAL-LINE
           MOVE "ITEMS TO REORDER, STORE 02:" TO WS-RTL-LABEL
           MOVE WS-SECOND-REORDER-COUNT TO WS-RTL-COUNT
           PERFORM 0004-WRITE-TOTAL-LINE
           MOVE "ITEMS TO REORDER, ALL STORES:" TO WS-RTL-LABEL
           MOVE WS-REORDER-COUNT TO WS-RTL-COUNT
           PERFORM 0004-WRITE-TOTAL-LINE
           MOVE "UNITS TO ORDER, ALL STORES:" TO WS-RTL-LABEL
           MOVE WS-SUGGESTED-UNITS TO WS-RTL-COUNT
           PERFORM 0004-WRITE-TOTAL-LINE
           CLOSE REORDERREPORTFILE
           DISPLAY "REORDER - ITEMS CHECKED: ", WS-ITEM-COUNT,
               " TO REORDER: ", WS-REORDER-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

      * AN ITEM IS LISTED WHEN EITHER STORE IS AT OR BELOW THE
      * REORDER POINT; THE BUYER ORDERS THE TWO STORES' SUGGESTIONS
      * TOGETHER. A STORE MARKED * IS THE ONE THAT TRIGGERED IT.
       0002-CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           PERFORM 0003-SPLIT-ON-HAND
           MOVE ZEROES TO WS-MAIN-SUGGEST
           MOVE ZEROES TO WS-SECOND-SUGGEST
           MOVE SPACE TO WS-RDL-MAIN-FLAG
           MOVE SPACE TO WS-RDL-SECOND-FLAG
           IF WS-MAIN-ON-HAND IS NOT GREATER THAN MASTER-REORDER-POINT
               ADD 1 TO WS-MAIN-REORDER-COUNT
               COMPUTE WS-MAIN-SUGGEST =
                   MASTER-REORDER-POINT * 2 - WS-MAIN-ON-HAND
               MOVE "*" TO WS-RDL-MAIN-FLAG
           END-IF
           IF WS-SECOND-ON-HAND IS NOT GREATER THAN
               MASTER-REORDER-POINT
               ADD 1 TO WS-SECOND-REORDER-COUNT
               COMPUTE WS-SECOND-SUGGEST =
                   MASTER-REORDER-POINT * 2 - WS-SECOND-ON-HAND
               MOVE "*" TO WS-RDL-SECOND-FLAG
           END-IF
           IF WS-RDL-MAIN-FLAG IS EQUAL TO "*" OR
               WS-RDL-SECOND-FLAG IS EQUAL TO "*"
               ADD 1 TO WS-REORDER-COUNT
               COMPUTE WS-SUGGESTED-ORDER =
                   WS-MAIN-SUGGEST + WS-SECOND-SUGGEST
               ADD WS-SUGGESTED-ORDER TO WS-SUGGESTED-UNITS
               MOVE MASTER-ITEM-CODE     TO WS-RDL-ITEM-CODE
               MOVE MASTER-DESCRIPTION   TO WS-RDL-DESCRIPTION
               MOVE MASTER-REORDER-POINT TO WS-RDL-REORDER
               MOVE WS-MAIN-ON-HAND      TO WS-RDL-MAIN-ON-HAND
               MOVE WS-MAIN-SUGGEST      TO WS-RDL-MAIN-SUGGEST
               MOVE WS-SECOND-ON-HAND    TO WS-RDL-SECOND-ON-HAND
               MOVE WS-SECOND-SUGGEST    TO WS-RDL-SECOND-SUGGEST
               MOVE MASTER-IN-TRANSIT    TO WS-RDL-TRANSIT
               MOVE WS-SUGGESTED-ORDER   TO WS-RDL-SUGGEST
               MOVE WS-REORDER-DETAIL-LINE TO REORDER-REPORT-LINE
               WRITE REORDER-REPORT-LINE
           END-READ.
       0002-END.

      * MASTER-ON-HAND IS THE WHOLE CHAIN'S STOCK, IN TRANSIT
      * INCLUDED; THE SECOND SHOP'S SHARE IS CARRIED SEPARATELY AND
      * THE MAIN STORE HOLDS THE REST.
       0003-SPLIT-ON-HAND.
           IF MASTER-STORE-02-ON-HAND IS NOT NUMERIC
               MOVE ZEROES TO MASTER-STORE-02-ON-HAND
           END-IF
           IF MASTER-IN-TRANSIT IS NOT NUMERIC
               MOVE ZEROES TO MASTER-IN-TRANSIT
           END-IF
           IF MASTER-STORE-02-ON-HAND IS GREATER THAN MASTER-ON-HAND
               MOVE MASTER-ON-HAND TO WS-SECOND-ON-HAND
           ELSE
               MOVE MASTER-STORE-02-ON-HAND TO WS-SECOND-ON-HAND
           END-IF
           IF MASTER-STORE-02-ON-HAND + MASTER-IN-TRANSIT IS
               GREATER THAN MASTER-ON-HAND
               MOVE ZEROES TO WS-MAIN-ON-HAND
           ELSE
               COMPUTE WS-MAIN-ON-HAND = MASTER-ON-HAND -
                   MASTER-STORE-02-ON-HAND - MASTER-IN-TRANSIT
           END-IF.
       0003-END.

       0004-WRITE-TOTAL-LINE.
           MOVE WS-REORDER-TOTAL-LINE TO REORDER-REPORT-LINE
           WRITE REORDER-REPORT-LINE.
       0004-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.
