               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

           SELECT BOMFILE ASSIGN "bom.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOM-STATUS.

           SELECT QUOTEKITFILE ASSIGN "quotekit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTEKIT-STATUS.

           SELECT PICKLISTFILE ASSIGN "pick_list.lpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PICKLIST-STATUS.

           SELECT CUTLISTFILE ASSIGN "cut_list.lpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTLIST-STATUS.

           SELECT ITEMMASTER ASSIGN "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASTER-ITEM-CODE
               FILE STATUS IS WS-ITEMMASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHAPEFILE.
       FD  SHAPEREPORTFILE.
       01  SHAPE-REPORT-LINE         PIC X(132).

      * A MATERIAL BOUGHT IN STANDARD SHEETS (GLASS, ACRYLIC)
      * CARRIES THE SHEET SIZE, THE COST OF A WHOLE SHEET AND THE
      * SMALLEST OFFCUT WORTH RACKING; A MATERIAL WITH NO SHEET
      * SIZE IS PRICED ON SQUARE AREA AS BEFORE.
       FD  MATERIALFILE.
       01  MATERIAL-RECORD.
           88  MATERIAL-EOF          VALUE HIGH-VALUES.
           05  MAT-DESCRIPTION       PIC X(20).
           05  MAT-COST-PER-SQUARE   PIC 9(3)V99.
           05  MAT-COST-PER-LINEAR   PIC 9(3)V99.
           05  MAT-SHEET-LENGTH      PIC 9(5)V99.
           05  MAT-SHEET-WIDTH       PIC 9(5)V99.
           05  MAT-COST-PER-SHEET    PIC 9(5)V99.
           05  MAT-MIN-OFFCUT        PIC 9(3)V99.

       FD  QUOTEFILE.
       01  QUOTE-RECORD.
       FD  RUNPARMFILE.
       COPY RUNPARM.

       FD  BOMFILE.
       COPY BOMREC.

       FD  QUOTEKITFILE.
       COPY QUOTEKITREC.

       FD  PICKLISTFILE.
       01  PICK-LIST-LINE            PIC X(132).

       FD  CUTLISTFILE.
       01  CUT-LIST-LINE             PIC X(132).

       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-PI PIC 9(1)V9(9) VALUE 3.141592654.
           05  WS-AREA-CHARGE       PIC 9(7)V99 VALUE ZEROES.
           05  WS-LINEAR-CHARGE     PIC 9(7)V99 VALUE ZEROES.
           05  WS-QUOTE-TOTAL       PIC 9(7)V99 VALUE ZEROES.
           05  WS-QUOTE-DESCRIPTION PIC X(10) VALUE "ENCLOSURE ".
           05  WS-PRICE-AREA        PIC 9(9)V9(6) VALUE ZEROES.
           05  WS-PRICE-PERIMETER   PIC 9(9)V9(6) VALUE ZEROES.

       01  WS-KIT-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-BOM-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-QUOTEKIT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PICKLIST-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ITEMMASTER-STATUS==.
           05  WS-ITEMMASTER-AVAIL-SW PIC X VALUE 'N'.
               88  WS-ITEMMASTER-AVAILABLE VALUE 'Y'.
           05  WS-ASKED-STYLE       PIC X(4) VALUE SPACES.
           05  WS-KIT-RAW-QTY       PIC 9(9)V9(4) VALUE ZEROES.
           05  WS-KIT-QTY           PIC 9(5) VALUE ZEROES.
           05  WS-KIT-COMPONENT-COUNT PIC 9(3) VALUE ZEROES.

      * CUT PLANNING LAYS EACH PIECE'S BOUNDING RECTANGLE ONTO
      * STOCK SHEETS IN SHELVES (ROWS ACROSS THE SHEET'S LENGTH),
      * TALLEST PIECES FIRST. THE PIECE TABLE IS KEPT IN THAT
      * ORDER AS THE SHAPES ARE READ.
       01  WS-CUT-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CUTLIST-STATUS==.
           05  WS-SHEET-MATERIAL-SW PIC X VALUE 'N'.
               88  WS-SHEET-MATERIAL    VALUE 'Y'.
           05  WS-CUT-FOUND-SW      PIC X VALUE 'N'.
               88  WS-CUT-PLACED        VALUE 'Y'.
           05  WS-CUT-STOP-SW       PIC X VALUE 'N'.
               88  WS-CUT-STOP          VALUE 'Y'.
           05  WS-CUT-PIECE-MAX     PIC 9(3) VALUE 200.
           05  WS-CUT-SHELF-MAX     PIC 9(3) VALUE 300.
           05  WS-CUT-SHEET-MAX     PIC 9(3) VALUE 50.
           05  WS-CUT-P             PIC 9(3) VALUE ZEROES.
           05  WS-CUT-Q             PIC 9(3) VALUE ZEROES.
           05  WS-CUT-H             PIC 9(3) VALUE ZEROES.
           05  WS-CUT-S             PIC 9(3) VALUE ZEROES.
           05  WS-CUT-SHAPE-SEQ     PIC 9(3) VALUE ZEROES.
           05  WS-CUT-PIECE-COUNT   PIC 9(3) VALUE ZEROES.
           05  WS-CUT-SHELF-COUNT   PIC 9(3) VALUE ZEROES.
           05  WS-CUT-SHEET-COUNT   PIC 9(3) VALUE ZEROES.
           05  WS-CUT-LAID-COUNT    PIC 9(3) VALUE ZEROES.
           05  WS-CUT-OVERSIZE-COUNT PIC 9(3) VALUE ZEROES.
           05  WS-CUT-DROPPED-COUNT PIC 9(3) VALUE ZEROES.
           05  WS-CUT-DIM-A         PIC 9(5)V9(4) VALUE ZEROES.
           05  WS-CUT-DIM-B         PIC 9(5)V9(4) VALUE ZEROES.
           05  WS-CUT-NEW-LONG      PIC 9(5)V9(4) VALUE ZEROES.
           05  WS-CUT-NEW-SHORT     PIC 9(5)V9(4) VALUE ZEROES.
           05  WS-CUT-SHEET-LONG    PIC 9(5)V99 VALUE ZEROES.
           05  WS-CUT-SHEET-SHORT   PIC 9(5)V99 VALUE ZEROES.
           05  WS-CUT-MIN-OFFCUT    PIC 9(3)V99 VALUE ZEROES.
           05  WS-CUT-STRIP-LONG    PIC 9(5)V9(4) VALUE ZEROES.
           05  WS-CUT-STRIP-SHORT   PIC 9(5)V9(4) VALUE ZEROES.
           05  WS-CUT-SHEET-AREA    PIC 9(9)V9(4) VALUE ZEROES.
           05  WS-CUT-PIECE-AREA    PIC 9(9)V9(6) VALUE ZEROES.
           05  WS-CUT-OFFCUT-AREA   PIC 9(9)V9(4) VALUE ZEROES.
           05  WS-CUT-OVERSIZE-AREA PIC 9(9)V9(6) VALUE ZEROES.
           05  WS-CUT-DROPPED-AREA  PIC 9(9)V9(6) VALUE ZEROES.
           05  WS-CUT-WASTE-AREA    PIC S9(9)V9(4) VALUE ZEROES.
           05  WS-CUT-WASTE-PCT     PIC 9(3)V9 VALUE ZEROES.
           05  WS-JOB-AREA-TOTAL    PIC 9(9)V9(6) VALUE ZEROES.
           05  WS-JOB-PERIMETER-TOTAL PIC 9(9)V9(6) VALUE ZEROES.

       01  WS-CUT-PIECE-TABLE.
           05  WS-CUT-PIECE OCCURS 200 TIMES.
               10  WS-CP-SEQ        PIC 9(3).
               10  WS-CP-SHAPE      PIC X(5).
               10  WS-CP-LONG       PIC 9(5)V9(4).
               10  WS-CP-SHORT      PIC 9(5)V9(4).
               10  WS-CP-AREA       PIC 9(5)V9(6).
               10  WS-CP-SHEET      PIC 9(3).
               10  WS-CP-X          PIC 9(5)V9(4).
               10  WS-CP-Y          PIC 9(5)V9(4).

       01  WS-CUT-SHELF-TABLE.
           05  WS-CUT-SHELF OCCURS 300 TIMES.
               10  WS-SH-SHEET      PIC 9(3).
               10  WS-SH-Y          PIC 9(5)V9(4).
               10  WS-SH-HEIGHT     PIC 9(5)V9(4).
               10  WS-SH-USED       PIC 9(5)V9(4).

       01  WS-CUT-SHEET-TABLE.
           05  WS-CUT-SHEET OCCURS 50 TIMES.
               10  WS-ST-USED-HEIGHT PIC 9(5)V9(4).

       01  WS-EXPIRY-DATE.
           05  WS-EXPIRY-YEAR       PIC 9(4).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-QML-DESCRIPTION PIC X(20).

       01  WS-QUOTE-SHEETS-LINE.
           05  FILLER             PIC X(14) VALUE "SHEETS USED".
           05  WS-QSL-SHEETS      PIC ZZ9.
           05  FILLER             PIC X(9)  VALUE "  WASTE ".
           05  WS-QSL-WASTE-PCT   PIC ZZ9.9.
           05  FILLER             PIC X(1)  VALUE "%".

       01  WS-QUOTE-AREA-LINE.
           05  WS-QAL-LABEL       PIC X(14) VALUE "AREA CHARGE".
           05  WS-QAL-AMOUNT      PIC $$$,$$9.99.

       01  WS-QUOTE-LINEAR-LINE.
           05  FILLER             PIC X(14) VALUE "QUOTE TOTAL".
           05  WS-QTL-AMOUNT      PIC $$$,$$9.99.

       01  WS-PICK-HEADING-1.
           05  FILLER             PIC X(40) VALUE
               "ACME CORPORATION - ENCLOSURE PICK LIST".

       01  WS-PICK-QUOTE-LINE.
           05  FILLER             PIC X(10) VALUE "QUOTE NO. ".
           05  WS-PQL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(7)  VALUE "  DATE ".
           05  WS-PQL-DATE        PIC 9(8).
           05  FILLER             PIC X(8)  VALUE "  STYLE ".
           05  WS-PQL-STYLE       PIC X(4).
           05  FILLER             PIC X(11) VALUE "  MATERIAL ".
           05  WS-PQL-MATERIAL    PIC X(4).

       01  WS-PICK-MEASURE-LINE.
           05  FILLER             PIC X(6)  VALUE "AREA ".
           05  WS-PML-AREA        PIC ZZZZ9.9999.
           05  FILLER             PIC X(13) VALUE "   PERIMETER ".
           05  WS-PML-PERIMETER   PIC ZZZZ9.9999.

       01  WS-PICK-COLUMN-HEADINGS.
           05  FILLER             PIC X(8)  VALUE "ITEM".
           05  FILLER             PIC X(12) VALUE "DESCRIPTION".
           05  FILLER             PIC X(12) VALUE "COMPONENT".
           05  FILLER             PIC X(8)  VALUE "   QTY".
           05  FILLER             PIC X(10) VALUE "  ON HAND".

       01  WS-PICK-DETAIL-LINE.
           05  WS-PDL-ITEM-CODE   PIC X(6).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PDL-DESCRIPTION PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PDL-ROLE        PIC X(10).
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PDL-QTY==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-PDL-ON-HAND==
               ==:WIDTH:== BY ==ZZ,ZZ9==.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-PDL-FLAG        PIC X(11).

       01  WS-PICK-TOTAL-LINE.
           05  FILLER             PIC X(12) VALUE "COMPONENTS: ".
           05  WS-PTL-COUNT       PIC ZZ9.

       01  WS-CUT-HEADING-1.
           05  FILLER             PIC X(34) VALUE
               "ACME CORPORATION - SHEET CUT LIST".

       01  WS-CUT-QUOTE-LINE.
           05  FILLER             PIC X(10) VALUE "QUOTE NO. ".
           05  WS-CQL-NUMBER      PIC 9(6).
           05  FILLER             PIC X(7)  VALUE "  DATE ".
           05  WS-CQL-DATE        PIC 9(8).

       01  WS-CUT-MATERIAL-LINE.
           05  FILLER             PIC X(9)  VALUE "MATERIAL ".
           05  WS-CML-CODE        PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CML-DESCRIPTION PIC X(20).
           05  FILLER             PIC X(7)  VALUE "SHEET ".
           05  WS-CML-LONG        PIC ZZZZ9.99.
           05  FILLER             PIC X(3)  VALUE " X ".
           05  WS-CML-SHORT       PIC ZZZZ9.99.

       01  WS-CUT-COLUMN-HEADINGS.
           05  FILLER             PIC X(7)  VALUE "SHEET".
           05  FILLER             PIC X(7)  VALUE "PIECE".
           05  FILLER             PIC X(7)  VALUE "SHAPE".
           05  FILLER             PIC X(11) VALUE "    LENGTH".
           05  FILLER             PIC X(11) VALUE "     WIDTH".
           05  FILLER             PIC X(11) VALUE "  FROM END".
           05  FILLER             PIC X(11) VALUE " FROM EDGE".

       01  WS-CUT-DETAIL-LINE.
           05  WS-CDL-SHEET       PIC ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-CDL-PIECE       PIC ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-CDL-SHAPE       PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-CDL-LONG        PIC ZZZZ9.9999.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-SHORT       PIC ZZZZ9.9999.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-X           PIC ZZZZ9.9999.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-CDL-Y           PIC ZZZZ9.9999.

       01  WS-CUT-OFFCUT-LINE.
           05  WS-COL-SHEET       PIC ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "OFFCUT".
           05  WS-COL-LONG        PIC ZZZZ9.9999.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-COL-SHORT       PIC ZZZZ9.9999.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-COL-KIND        PIC X(6).

       01  WS-CUT-OVERSIZE-LINE.
           05  FILLER             PIC X(7)  VALUE SPACES.
           05  WS-COV-PIECE       PIC ZZ9.
           05  FILLER             PIC X(4)  VALUE SPACES.
           05  WS-COV-SHAPE       PIC X(5).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-COV-LONG        PIC ZZZZ9.9999.
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-COV-SHORT       PIC ZZZZ9.9999.
           05  FILLER             PIC X(7)  VALUE "  AREA ".
           05  WS-COV-AREA        PIC ZZZZ9.9999.

       01  WS-CUT-OVERSIZE-HEADING.
           05  FILLER             PIC X(50) VALUE
               "OVERSIZE PIECES - NO STOCK SHEET FITS, BY AREA".

       01  WS-CUT-COUNT-LINE.
           05  WS-CCL-LABEL       PIC X(22).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-CCL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       01  WS-CUT-AREA-LINE.
           05  WS-CAL-LABEL       PIC X(22).
           05  WS-CAL-AREA        PIC ZZZ,ZZZ,ZZ9.9999.

       01  WS-CUT-WASTE-LINE.
           05  FILLER             PIC X(22) VALUE "WASTE".
           05  WS-CWL-PCT         PIC ZZ9.9.
           05  FILLER             PIC X(1)  VALUE "%".

       PROCEDURE DIVISION.

       0001-START.
               CLOSE SHAPEREPORTFILE
               CLOSE SHAPEFILE
               DISPLAY "Shapes processed; see shape_report.lpt."
               IF WS-CUT-PIECE-COUNT IS GREATER THAN ZEROES
                   PERFORM 0038-QUOTE-BATCH-JOB
               END-IF
           ELSE
               DISPLAY "shapes.dat not found; skipping batch mode."
           END-IF.
               ADD 1 TO WS-CIRCLE-COUNT
               ADD WS-AREA TO WS-CIRCLE-AREA-TOTAL
               MOVE "CIRC " TO WS-SDL-SHAPE
               COMPUTE WS-CUT-DIM-A = 2 * WS-RADIUS
               MOVE WS-CUT-DIM-A TO WS-CUT-DIM-B
               PERFORM 0031-ADD-CUT-PIECE
               PERFORM 0016-WRITE-SHAPE-DETAIL
           ELSE
               IF SHAPE-IS-RECTANGLE
                   ADD 1 TO WS-RECT-COUNT
                   ADD WS-AREA TO WS-RECT-AREA-TOTAL
                   MOVE "RECT " TO WS-SDL-SHAPE
                   MOVE WS-LENGTH TO WS-CUT-DIM-A
                   MOVE WS-WIDTH TO WS-CUT-DIM-B
                   PERFORM 0031-ADD-CUT-PIECE
                   PERFORM 0016-WRITE-SHAPE-DETAIL
               ELSE
                   IF SHAPE-IS-TRIANGLE
                   * (WS-SEMI-PERIMETER - WS-SIDE-C))
               COMPUTE WS-PERIMETER =
                   WS-SIDE-A + WS-SIDE-B + WS-SIDE-C
               PERFORM 0044-LONGEST-TRIANGLE-SIDE
           ELSE
               MOVE SHAPE-DIM-1 TO WS-BASE
               MOVE SHAPE-DIM-2 TO WS-HEIGHT
               COMPUTE WS-AREA = .5 * WS-BASE * WS-HEIGHT
               MOVE ZEROES TO WS-PERIMETER
               MOVE WS-BASE TO WS-CUT-DIM-A
               MOVE WS-HEIGHT TO WS-CUT-DIM-B
           END-IF.
           ADD 1 TO WS-TRI-COUNT.
           ADD WS-AREA TO WS-TRI-AREA-TOTAL.
           MOVE "TRI  " TO WS-SDL-SHAPE.
           PERFORM 0031-ADD-CUT-PIECE.
           PERFORM 0016-WRITE-SHAPE-DETAIL.

       0018-OFFER-MATERIAL-QUOTE.
               ACCEPT WS-ASKED-MATERIAL
               PERFORM 0019-FIND-MATERIAL
               IF WS-MATERIAL-FOUND
                   MOVE WS-AREA TO WS-PRICE-AREA
                   MOVE WS-PERIMETER TO WS-PRICE-PERIMETER
                   PERFORM 0020-ASSIGN-QUOTE-NUMBER
                   IF WS-SHEET-MATERIAL
                       PERFORM 0032-ADD-INTERACTIVE-PIECE
                       PERFORM 0033-PLAN-SHEET-CUTS
                   END-IF
                   PERFORM 0034-PRICE-QUOTE
                   PERFORM 0021-PRINT-QUOTE-FORM
                   PERFORM 0022-WRITE-QUOTE-RECORD
                   PERFORM 0026-OFFER-ENCLOSURE-KIT
                   DISPLAY "Quote ", WS-QUOTE-NUMBER,
                       " written; the register can pull it in "
                       "by number."

       0019-FIND-MATERIAL.
           MOVE 'N' TO WS-MATERIAL-FOUND-SW.
           MOVE 'N' TO WS-SHEET-MATERIAL-SW.
           OPEN INPUT MATERIALFILE.
           IF WS-MATERIAL-FILE-STATUS-OK
               READ MATERIALFILE
               END-READ
               PERFORM 0023-MATCH-ONE-MATERIAL
                   UNTIL MATERIAL-EOF OR WS-MATERIAL-FOUND
               IF WS-MATERIAL-FOUND AND
                   MAT-SHEET-LENGTH IS NUMERIC AND
                   MAT-SHEET-WIDTH IS NUMERIC AND
                   MAT-COST-PER-SHEET IS NUMERIC
                   IF MAT-SHEET-LENGTH IS GREATER THAN ZEROES AND
                       MAT-SHEET-WIDTH IS GREATER THAN ZEROES
                       MOVE 'Y' TO WS-SHEET-MATERIAL-SW
                   END-IF
               END-IF
               CLOSE MATERIALFILE
           ELSE
               DISPLAY "Materials file not available."
           MOVE MAT-DESCRIPTION TO WS-QML-DESCRIPTION.
           MOVE WS-QUOTE-MATERIAL-LINE TO QUOTE-FORM-LINE.
           WRITE QUOTE-FORM-LINE.
           IF WS-SHEET-MATERIAL
               MOVE WS-CUT-SHEET-COUNT TO WS-QSL-SHEETS
               MOVE WS-CUT-WASTE-PCT TO WS-QSL-WASTE-PCT
               MOVE WS-QUOTE-SHEETS-LINE TO QUOTE-FORM-LINE
               WRITE QUOTE-FORM-LINE
               MOVE "SHEET CHARGE" TO WS-QAL-LABEL
           ELSE
               MOVE "AREA CHARGE" TO WS-QAL-LABEL
           END-IF.
           MOVE WS-AREA-CHARGE TO WS-QAL-AMOUNT.
           MOVE WS-QUOTE-AREA-LINE TO QUOTE-FORM-LINE.
           WRITE QUOTE-FORM-LINE.
           MOVE WS-QUOTE-NUMBER TO QUO-NUMBER.
           MOVE WS-QUOTE-DATE TO QUO-DATE.
           MOVE MAT-CODE TO QUO-MATERIAL.
           MOVE WS-QUOTE-DESCRIPTION TO QUO-DESCRIPTION.
           MOVE WS-QUOTE-TOTAL TO QUO-TOTAL.
           SET QUO-STATUS-OPEN TO TRUE.
           PERFORM 0025-COMPUTE-QUOTE-EXPIRY.
           END-IF.
           MOVE WS-EXPIRY-DATE-NUM TO QUO-EXPIRY-DATE.

      * A QUOTE FOR A BUILT ENCLOSURE IS EXPANDED AGAINST THE
      * STYLE'S BILL OF MATERIALS: EACH COMPONENT'S QUANTITY IS
      * WORKED FROM THE SHAPE'S AREA OR PERIMETER (OR IS A FIXED
      * COUNT), ROUNDED UP TO WHOLE UNITS, WRITTEN TO THE QUOTE
      * KIT FILE FOR THE REGISTER AND PRINTED ON THE PICK LIST.
       0026-OFFER-ENCLOSURE-KIT.
           MOVE SPACES TO WS-ASKED-STYLE.
           DISPLAY "Enclosure style for the pick list "
               "(blank for none):".
           ACCEPT WS-ASKED-STYLE.
           IF WS-ASKED-STYLE IS NOT EQUAL TO SPACES
               PERFORM 0027-BUILD-QUOTE-KIT
           END-IF.

       0027-BUILD-QUOTE-KIT.
           MOVE ZEROES TO WS-KIT-COMPONENT-COUNT.
           OPEN INPUT BOMFILE.
           IF NOT WS-BOM-STATUS-OK
               DISPLAY "Bill of materials file not available; "
                   "no pick list printed."
           ELSE
               MOVE 'N' TO WS-ITEMMASTER-AVAIL-SW
               OPEN INPUT ITEMMASTER
               IF WS-ITEMMASTER-STATUS-OK
                   MOVE 'Y' TO WS-ITEMMASTER-AVAIL-SW
               END-IF
               OPEN EXTEND QUOTEKITFILE
               IF NOT WS-QUOTEKIT-STATUS-OK
                   OPEN OUTPUT QUOTEKITFILE
               END-IF
               OPEN EXTEND PICKLISTFILE
               IF NOT WS-PICKLIST-STATUS-OK
                   OPEN OUTPUT PICKLISTFILE
               END-IF
               PERFORM 0028-PRINT-PICK-HEADING
               READ BOMFILE
                   AT END SET BOM-EOF TO TRUE
               END-READ
               PERFORM 0029-EXPAND-ONE-COMPONENT
                   UNTIL BOM-EOF
               IF WS-KIT-COMPONENT-COUNT IS EQUAL TO ZEROES
                   DISPLAY "Style ", WS-ASKED-STYLE,
                       " has no bill of materials; no components "
                       "listed."
               END-IF
               MOVE WS-KIT-COMPONENT-COUNT TO WS-PTL-COUNT
               MOVE WS-PICK-TOTAL-LINE TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               MOVE SPACES TO PICK-LIST-LINE
               WRITE PICK-LIST-LINE
               CLOSE PICKLISTFILE
               CLOSE QUOTEKITFILE
               IF WS-ITEMMASTER-AVAILABLE
                   CLOSE ITEMMASTER
               END-IF
               CLOSE BOMFILE
               DISPLAY WS-KIT-COMPONENT-COUNT,
                   " components listed; see pick_list.lpt."
           END-IF.

       0028-PRINT-PICK-HEADING.
           MOVE WS-PICK-HEADING-1 TO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.
           MOVE WS-QUOTE-NUMBER TO WS-PQL-NUMBER.
           MOVE WS-QUOTE-DATE TO WS-PQL-DATE.
           MOVE WS-ASKED-STYLE TO WS-PQL-STYLE.
           MOVE MAT-CODE TO WS-PQL-MATERIAL.
           MOVE WS-PICK-QUOTE-LINE TO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.
           MOVE WS-AREA TO WS-PML-AREA.
           MOVE WS-PERIMETER TO WS-PML-PERIMETER.
           MOVE WS-PICK-MEASURE-LINE TO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.
           MOVE SPACES TO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.
           MOVE WS-PICK-COLUMN-HEADINGS TO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.

       0029-EXPAND-ONE-COMPONENT.
           IF BOM-STYLE IS EQUAL TO WS-ASKED-STYLE
               IF BOM-BASIS-AREA
                   COMPUTE WS-KIT-RAW-QTY = WS-AREA * BOM-FACTOR
               ELSE
                   IF BOM-BASIS-PERIMETER
                       COMPUTE WS-KIT-RAW-QTY =
                           WS-PERIMETER * BOM-FACTOR
                   ELSE
                       MOVE BOM-FACTOR TO WS-KIT-RAW-QTY
                   END-IF
               END-IF
               MOVE WS-KIT-RAW-QTY TO WS-KIT-QTY
               IF WS-KIT-QTY IS LESS THAN WS-KIT-RAW-QTY
                   ADD 1 TO WS-KIT-QTY
               END-IF
               IF WS-KIT-QTY IS GREATER THAN ZEROES
                   MOVE SPACES TO QUOTE-KIT-RECORD
                   MOVE WS-QUOTE-NUMBER TO QK-QUOTE-NUMBER
                   MOVE WS-ASKED-STYLE TO QK-STYLE
                   MOVE BOM-ITEM-CODE TO QK-ITEM-CODE
                   MOVE BOM-ROLE TO QK-ROLE
                   MOVE WS-KIT-QTY TO QK-QUANTITY
                   WRITE QUOTE-KIT-RECORD
                   PERFORM 0030-PRINT-PICK-LINE
                   ADD 1 TO WS-KIT-COMPONENT-COUNT
               ELSE
                   IF BOM-BASIS-PERIMETER
                       DISPLAY "Perimeter not known for this shape; ",
                           BOM-ROLE, " not listed."
                   END-IF
               END-IF
           END-IF.
           READ BOMFILE
               AT END SET BOM-EOF TO TRUE
           END-READ.

       0030-PRINT-PICK-LINE.
           MOVE BOM-ITEM-CODE TO WS-PDL-ITEM-CODE.
           MOVE BOM-ROLE TO WS-PDL-ROLE.
           MOVE WS-KIT-QTY TO WS-PDL-QTY.
           MOVE SPACES TO WS-PDL-DESCRIPTION.
           MOVE ZEROES TO WS-PDL-ON-HAND.
           MOVE SPACES TO WS-PDL-FLAG.
           IF WS-ITEMMASTER-AVAILABLE
               MOVE BOM-ITEM-CODE TO MASTER-ITEM-CODE
               READ ITEMMASTER
                   INVALID KEY
                       MOVE "NOT ON FILE" TO WS-PDL-FLAG
                   NOT INVALID KEY
                       MOVE MASTER-DESCRIPTION TO WS-PDL-DESCRIPTION
                       MOVE MASTER-ON-HAND TO WS-PDL-ON-HAND
                       IF MASTER-ON-HAND IS LESS THAN WS-KIT-QTY
                           MOVE "SHORT" TO WS-PDL-FLAG
                       END-IF
               END-READ
           END-IF.
           MOVE WS-PICK-DETAIL-LINE TO PICK-LIST-LINE.
           WRITE PICK-LIST-LINE.

      * EACH PIECE GOES INTO THE TABLE AS ITS BOUNDING RECTANGLE,
      * LONG SIDE FIRST, AHEAD OF EVERY PIECE WITH A SHORTER SHORT
      * SIDE, SO THE LAYOUT CAN TAKE THE TABLE IN ORDER.
       0031-ADD-CUT-PIECE.
           ADD WS-AREA TO WS-JOB-AREA-TOTAL.
           ADD WS-PERIMETER TO WS-JOB-PERIMETER-TOTAL.
           ADD 1 TO WS-CUT-SHAPE-SEQ.
           IF WS-CUT-DIM-A IS LESS THAN WS-CUT-DIM-B
               MOVE WS-CUT-DIM-B TO WS-CUT-NEW-LONG
               MOVE WS-CUT-DIM-A TO WS-CUT-NEW-SHORT
           ELSE
               MOVE WS-CUT-DIM-A TO WS-CUT-NEW-LONG
               MOVE WS-CUT-DIM-B TO WS-CUT-NEW-SHORT
           END-IF.
           IF WS-CUT-PIECE-COUNT IS NOT LESS THAN WS-CUT-PIECE-MAX
               ADD 1 TO WS-CUT-DROPPED-COUNT
               ADD WS-AREA TO WS-CUT-DROPPED-AREA
           ELSE
               MOVE WS-CUT-PIECE-COUNT TO WS-CUT-Q
               MOVE 'N' TO WS-CUT-STOP-SW
               PERFORM 0043-MAKE-ROOM-FOR-PIECE
                   UNTIL WS-CUT-Q IS EQUAL TO ZEROES OR WS-CUT-STOP
               ADD 1 TO WS-CUT-Q
               MOVE WS-CUT-SHAPE-SEQ TO WS-CP-SEQ (WS-CUT-Q)
               MOVE WS-SDL-SHAPE TO WS-CP-SHAPE (WS-CUT-Q)
               MOVE WS-CUT-NEW-LONG TO WS-CP-LONG (WS-CUT-Q)
               MOVE WS-CUT-NEW-SHORT TO WS-CP-SHORT (WS-CUT-Q)
               MOVE WS-AREA TO WS-CP-AREA (WS-CUT-Q)
               MOVE ZEROES TO WS-CP-SHEET (WS-CUT-Q)
               MOVE ZEROES TO WS-CP-X (WS-CUT-Q)
               MOVE ZEROES TO WS-CP-Y (WS-CUT-Q)
               ADD 1 TO WS-CUT-PIECE-COUNT
           END-IF.

       0032-ADD-INTERACTIVE-PIECE.
           MOVE ZEROES TO WS-CUT-PIECE-COUNT.
           MOVE ZEROES TO WS-CUT-SHAPE-SEQ.
           MOVE ZEROES TO WS-CUT-DROPPED-COUNT.
           MOVE ZEROES TO WS-CUT-DROPPED-AREA.
           IF RECTANGLE-SHAPE
               MOVE "RECT " TO WS-SDL-SHAPE
               MOVE WS-LENGTH TO WS-CUT-DIM-A
               MOVE WS-WIDTH TO WS-CUT-DIM-B
           ELSE
               IF TRIANGLE-SHAPE
                   MOVE "TRI  " TO WS-SDL-SHAPE
                   IF SIDES-SCHEME
                       PERFORM 0044-LONGEST-TRIANGLE-SIDE
                   ELSE
                       MOVE WS-BASE TO WS-CUT-DIM-A
                       MOVE WS-HEIGHT TO WS-CUT-DIM-B
                   END-IF
               ELSE
                   MOVE "CIRC " TO WS-SDL-SHAPE
                   COMPUTE WS-CUT-DIM-A = 2 * WS-RADIUS
                   MOVE WS-CUT-DIM-A TO WS-CUT-DIM-B
               END-IF
           END-IF.
           PERFORM 0031-ADD-CUT-PIECE.

      * THE PIECES ARE TAKEN TALLEST FIRST. EACH GOES ON THE FIRST
      * SHELF WITH ROOM FOR IT, ELSE STARTS A NEW SHELF ON THE
      * FIRST SHEET WITH HEIGHT LEFT, ELSE STARTS A NEW SHEET. A
      * PIECE NO STOCK SHEET CAN HOLD IS PRICED ON ITS AREA.
       0033-PLAN-SHEET-CUTS.
           IF MAT-SHEET-LENGTH IS LESS THAN MAT-SHEET-WIDTH
               MOVE MAT-SHEET-WIDTH TO WS-CUT-SHEET-LONG
               MOVE MAT-SHEET-LENGTH TO WS-CUT-SHEET-SHORT
           ELSE
               MOVE MAT-SHEET-LENGTH TO WS-CUT-SHEET-LONG
               MOVE MAT-SHEET-WIDTH TO WS-CUT-SHEET-SHORT
           END-IF.
           IF MAT-MIN-OFFCUT IS NUMERIC
               MOVE MAT-MIN-OFFCUT TO WS-CUT-MIN-OFFCUT
           ELSE
               MOVE ZEROES TO WS-CUT-MIN-OFFCUT
           END-IF.
           MOVE ZEROES TO WS-CUT-SHELF-COUNT.
           MOVE ZEROES TO WS-CUT-SHEET-COUNT.
           MOVE ZEROES TO WS-CUT-LAID-COUNT.
           MOVE ZEROES TO WS-CUT-OVERSIZE-COUNT.
           MOVE ZEROES TO WS-CUT-OVERSIZE-AREA.
           MOVE ZEROES TO WS-CUT-PIECE-AREA.
           MOVE ZEROES TO WS-CUT-OFFCUT-AREA.
           PERFORM 0035-PLACE-ONE-PIECE
               VARYING WS-CUT-P FROM 1 BY 1
               UNTIL WS-CUT-P IS GREATER THAN WS-CUT-PIECE-COUNT.
           COMPUTE WS-CUT-SHEET-AREA = WS-CUT-SHEET-COUNT *
               WS-CUT-SHEET-LONG * WS-CUT-SHEET-SHORT.
           PERFORM 0040-PRINT-CUT-LIST.
           DISPLAY "Cut plan: ", WS-CUT-SHEET-COUNT, " sheets of ",
               MAT-CODE, ", waste ", WS-CWL-PCT,
               "%; see cut_list.lpt.".
           IF WS-CUT-OVERSIZE-COUNT IS GREATER THAN ZEROES
               DISPLAY WS-CUT-OVERSIZE-COUNT, " pieces are larger "
                   "than a stock sheet and are priced by area."
           END-IF.
           IF WS-CUT-DROPPED-COUNT IS GREATER THAN ZEROES
               DISPLAY WS-CUT-DROPPED-COUNT, " pieces over the plan "
                   "limit were not laid out and are priced by area."
           END-IF.

      * A SHEET MATERIAL IS CHARGED FOR EVERY SHEET THE PLAN
      * CONSUMES, PLUS ANY PIECE LEFT OFF THE PLAN AT THE SQUARE
      * RATE; EDGING STAYS ON THE LINEAR RATE EITHER WAY.
       0034-PRICE-QUOTE.
           IF WS-SHEET-MATERIAL
               COMPUTE WS-AREA-CHARGE ROUNDED =
                   WS-CUT-SHEET-COUNT * MAT-COST-PER-SHEET +
                   (WS-CUT-OVERSIZE-AREA + WS-CUT-DROPPED-AREA) *
                   MAT-COST-PER-SQUARE
           ELSE
               COMPUTE WS-AREA-CHARGE ROUNDED =
                   WS-PRICE-AREA * MAT-COST-PER-SQUARE
           END-IF.
           COMPUTE WS-LINEAR-CHARGE ROUNDED =
               WS-PRICE-PERIMETER * MAT-COST-PER-LINEAR.
           COMPUTE WS-QUOTE-TOTAL =
               WS-AREA-CHARGE + WS-LINEAR-CHARGE.

       0035-PLACE-ONE-PIECE.
           MOVE 'N' TO WS-CUT-FOUND-SW.
           IF WS-CP-LONG (WS-CUT-P) IS GREATER THAN WS-CUT-SHEET-LONG
               OR WS-CP-SHORT (WS-CUT-P) IS GREATER THAN
                   WS-CUT-SHEET-SHORT
               MOVE ZEROES TO WS-CP-SHEET (WS-CUT-P)
               ADD 1 TO WS-CUT-OVERSIZE-COUNT
               ADD WS-CP-AREA (WS-CUT-P) TO WS-CUT-OVERSIZE-AREA
           ELSE
               PERFORM 0036-TRY-ONE-SHELF
                   VARYING WS-CUT-H FROM 1 BY 1
                   UNTIL WS-CUT-H IS GREATER THAN WS-CUT-SHELF-COUNT
                       OR WS-CUT-PLACED
               IF NOT WS-CUT-PLACED
                   PERFORM 0037-TRY-ONE-SHEET
                       VARYING WS-CUT-S FROM 1 BY 1
                       UNTIL WS-CUT-S IS GREATER THAN
                           WS-CUT-SHEET-COUNT OR WS-CUT-PLACED
               END-IF
               IF NOT WS-CUT-PLACED AND
                   WS-CUT-SHEET-COUNT IS LESS THAN WS-CUT-SHEET-MAX AND
                   WS-CUT-SHELF-COUNT IS LESS THAN WS-CUT-SHELF-MAX
                   ADD 1 TO WS-CUT-SHEET-COUNT
                   MOVE WS-CUT-SHEET-COUNT TO WS-CUT-S
                   MOVE ZEROES TO WS-ST-USED-HEIGHT (WS-CUT-S)
                   PERFORM 0039-OPEN-SHELF
               END-IF
               IF WS-CUT-PLACED
                   ADD 1 TO WS-CUT-LAID-COUNT
                   ADD WS-CP-AREA (WS-CUT-P) TO WS-CUT-PIECE-AREA
               ELSE
                   MOVE ZEROES TO WS-CP-SHEET (WS-CUT-P)
                   ADD 1 TO WS-CUT-DROPPED-COUNT
                   ADD WS-CP-AREA (WS-CUT-P) TO WS-CUT-DROPPED-AREA
               END-IF
           END-IF.

       0036-TRY-ONE-SHELF.
           IF WS-SH-HEIGHT (WS-CUT-H) IS NOT LESS THAN
                   WS-CP-SHORT (WS-CUT-P) AND
               WS-CUT-SHEET-LONG - WS-SH-USED (WS-CUT-H) IS NOT LESS
                   THAN WS-CP-LONG (WS-CUT-P)
               PERFORM 0047-PLACE-ON-SHELF
           END-IF.

       0037-TRY-ONE-SHEET.
           IF WS-CUT-SHEET-SHORT - WS-ST-USED-HEIGHT (WS-CUT-S) IS NOT
                   LESS THAN WS-CP-SHORT (WS-CUT-P) AND
               WS-CUT-SHELF-COUNT IS LESS THAN WS-CUT-SHELF-MAX
               PERFORM 0039-OPEN-SHELF
           END-IF.

      * A BATCH OF SHAPES IS ONE JOB: IT IS CUT FROM ONE MATERIAL
      * AND QUOTED AS A WHOLE. AN UNATTENDED RUN TAKES THE MATERIAL
      * FROM THE RUN PARAMETERS AND SKIPS THE PLAN WHEN IT IS BLANK.
       0038-QUOTE-BATCH-JOB.
           MOVE SPACES TO WS-ASKED-MATERIAL.
           IF WS-RUNPARM-AVAILABLE
               MOVE RP-CUT-MATERIAL TO WS-ASKED-MATERIAL
           ELSE
               DISPLAY "Plan sheet cuts and quote this job against "
                   "a material? Y/N"
               ACCEPT WS-QUOTE-ANSWER
               IF WS-QUOTE-WANTED
                   DISPLAY "Material code:"
                   ACCEPT WS-ASKED-MATERIAL
               END-IF
           END-IF.
           IF WS-ASKED-MATERIAL IS NOT EQUAL TO SPACES
               PERFORM 0019-FIND-MATERIAL
               IF WS-MATERIAL-FOUND
                   MOVE WS-JOB-AREA-TOTAL TO WS-PRICE-AREA
                   MOVE WS-JOB-PERIMETER-TOTAL TO WS-PRICE-PERIMETER
                   MOVE "CUT JOB   " TO WS-QUOTE-DESCRIPTION
                   PERFORM 0020-ASSIGN-QUOTE-NUMBER
                   IF WS-SHEET-MATERIAL
                       PERFORM 0033-PLAN-SHEET-CUTS
                   ELSE
                       DISPLAY "Material ", WS-ASKED-MATERIAL,
                           " has no sheet size; job priced by area."
                   END-IF
                   PERFORM 0034-PRICE-QUOTE
                   PERFORM 0021-PRINT-QUOTE-FORM
                   PERFORM 0022-WRITE-QUOTE-RECORD
                   DISPLAY "Quote ", WS-QUOTE-NUMBER,
                       " written for the job."
               ELSE
                   DISPLAY "Material ", WS-ASKED-MATERIAL,
                       " not on file; no cut plan or quote written."
               END-IF
           END-IF.

       0039-OPEN-SHELF.
           ADD 1 TO WS-CUT-SHELF-COUNT.
           MOVE WS-CUT-SHELF-COUNT TO WS-CUT-H.
           MOVE WS-CUT-S TO WS-SH-SHEET (WS-CUT-H).
           MOVE WS-ST-USED-HEIGHT (WS-CUT-S) TO WS-SH-Y (WS-CUT-H).
           MOVE WS-CP-SHORT (WS-CUT-P) TO WS-SH-HEIGHT (WS-CUT-H).
           MOVE ZEROES TO WS-SH-USED (WS-CUT-H).
           ADD WS-CP-SHORT (WS-CUT-P) TO WS-ST-USED-HEIGHT (WS-CUT-S).
           PERFORM 0047-PLACE-ON-SHELF.

       0040-PRINT-CUT-LIST.
           ACCEPT WS-QUOTE-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND CUTLISTFILE.
           IF NOT WS-CUTLIST-STATUS-OK
               OPEN OUTPUT CUTLISTFILE
           END-IF.
           MOVE WS-CUT-HEADING-1 TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE WS-QUOTE-NUMBER TO WS-CQL-NUMBER.
           MOVE WS-QUOTE-DATE TO WS-CQL-DATE.
           MOVE WS-CUT-QUOTE-LINE TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE MAT-CODE TO WS-CML-CODE.
           MOVE MAT-DESCRIPTION TO WS-CML-DESCRIPTION.
           MOVE WS-CUT-SHEET-LONG TO WS-CML-LONG.
           MOVE WS-CUT-SHEET-SHORT TO WS-CML-SHORT.
           MOVE WS-CUT-MATERIAL-LINE TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE SPACES TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE WS-CUT-COLUMN-HEADINGS TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           PERFORM 0041-PRINT-ONE-SHEET
               VARYING WS-CUT-S FROM 1 BY 1
               UNTIL WS-CUT-S IS GREATER THAN WS-CUT-SHEET-COUNT.
           IF WS-CUT-OVERSIZE-COUNT IS GREATER THAN ZEROES
               MOVE SPACES TO CUT-LIST-LINE
               WRITE CUT-LIST-LINE
               MOVE WS-CUT-OVERSIZE-HEADING TO CUT-LIST-LINE
               WRITE CUT-LIST-LINE
               MOVE ZEROES TO WS-CUT-S
               PERFORM 0042-PRINT-SHEET-PIECE
                   VARYING WS-CUT-P FROM 1 BY 1
                   UNTIL WS-CUT-P IS GREATER THAN WS-CUT-PIECE-COUNT
           END-IF.
           COMPUTE WS-CUT-WASTE-AREA = WS-CUT-SHEET-AREA -
               WS-CUT-PIECE-AREA - WS-CUT-OFFCUT-AREA.
           IF WS-CUT-WASTE-AREA IS LESS THAN ZEROES
               MOVE ZEROES TO WS-CUT-WASTE-AREA
           END-IF.
           IF WS-CUT-SHEET-AREA IS GREATER THAN ZEROES
               COMPUTE WS-CUT-WASTE-PCT ROUNDED =
                   WS-CUT-WASTE-AREA * 100 / WS-CUT-SHEET-AREA
           ELSE
               MOVE ZEROES TO WS-CUT-WASTE-PCT
           END-IF.
           MOVE SPACES TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE "PIECES LAID OUT" TO WS-CCL-LABEL.
           MOVE WS-CUT-LAID-COUNT TO WS-CCL-COUNT.
           MOVE WS-CUT-COUNT-LINE TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE "SHEETS REQUIRED" TO WS-CCL-LABEL.
           MOVE WS-CUT-SHEET-COUNT TO WS-CCL-COUNT.
           MOVE WS-CUT-COUNT-LINE TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE "SHEET AREA" TO WS-CAL-LABEL.
           MOVE WS-CUT-SHEET-AREA TO WS-CAL-AREA.
           MOVE WS-CUT-AREA-LINE TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE "PIECE AREA" TO WS-CAL-LABEL.
           MOVE WS-CUT-PIECE-AREA TO WS-CAL-AREA.
           MOVE WS-CUT-AREA-LINE TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE "USABLE OFFCUT AREA" TO WS-CAL-LABEL.
           MOVE WS-CUT-OFFCUT-AREA TO WS-CAL-AREA.
           MOVE WS-CUT-AREA-LINE TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE WS-CUT-WASTE-PCT TO WS-CWL-PCT.
           MOVE WS-CUT-WASTE-LINE TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           MOVE SPACES TO CUT-LIST-LINE.
           WRITE CUT-LIST-LINE.
           CLOSE CUTLISTFILE.

      * A SHEET'S OFFCUTS ARE THE END OF EACH SHELF PAST ITS LAST
      * PIECE AND THE STRIP ABOVE ITS TOP SHELF.
       0041-PRINT-ONE-SHEET.
           PERFORM 0042-PRINT-SHEET-PIECE
               VARYING WS-CUT-P FROM 1 BY 1
               UNTIL WS-CUT-P IS GREATER THAN WS-CUT-PIECE-COUNT.
           PERFORM 0045-PRINT-SHELF-OFFCUT
               VARYING WS-CUT-H FROM 1 BY 1
               UNTIL WS-CUT-H IS GREATER THAN WS-CUT-SHELF-COUNT.
           MOVE WS-CUT-SHEET-LONG TO WS-CUT-STRIP-LONG.
           COMPUTE WS-CUT-STRIP-SHORT = WS-CUT-SHEET-SHORT -
               WS-ST-USED-HEIGHT (WS-CUT-S).
           PERFORM 0046-JUDGE-OFFCUT.

       0042-PRINT-SHEET-PIECE.
           IF WS-CP-SHEET (WS-CUT-P) IS EQUAL TO WS-CUT-S AND
               WS-CUT-S IS EQUAL TO ZEROES
               MOVE WS-CP-SEQ (WS-CUT-P) TO WS-COV-PIECE
               MOVE WS-CP-SHAPE (WS-CUT-P) TO WS-COV-SHAPE
               MOVE WS-CP-LONG (WS-CUT-P) TO WS-COV-LONG
               MOVE WS-CP-SHORT (WS-CUT-P) TO WS-COV-SHORT
               MOVE WS-CP-AREA (WS-CUT-P) TO WS-COV-AREA
               MOVE WS-CUT-OVERSIZE-LINE TO CUT-LIST-LINE
               WRITE CUT-LIST-LINE
           END-IF.
           IF WS-CP-SHEET (WS-CUT-P) IS EQUAL TO WS-CUT-S AND
               WS-CUT-S IS GREATER THAN ZEROES
               MOVE WS-CUT-S TO WS-CDL-SHEET
               MOVE WS-CP-SEQ (WS-CUT-P) TO WS-CDL-PIECE
               MOVE WS-CP-SHAPE (WS-CUT-P) TO WS-CDL-SHAPE
               MOVE WS-CP-LONG (WS-CUT-P) TO WS-CDL-LONG
               MOVE WS-CP-SHORT (WS-CUT-P) TO WS-CDL-SHORT
               MOVE WS-CP-X (WS-CUT-P) TO WS-CDL-X
               MOVE WS-CP-Y (WS-CUT-P) TO WS-CDL-Y
               MOVE WS-CUT-DETAIL-LINE TO CUT-LIST-LINE
               WRITE CUT-LIST-LINE
           END-IF.

       0043-MAKE-ROOM-FOR-PIECE.
           IF WS-CP-SHORT (WS-CUT-Q) IS LESS THAN WS-CUT-NEW-SHORT OR
               (WS-CP-SHORT (WS-CUT-Q) IS EQUAL TO WS-CUT-NEW-SHORT
                   AND WS-CP-LONG (WS-CUT-Q) IS LESS THAN
                       WS-CUT-NEW-LONG)
               MOVE WS-CUT-PIECE (WS-CUT-Q) TO
                   WS-CUT-PIECE (WS-CUT-Q + 1)
               SUBTRACT 1 FROM WS-CUT-Q
           ELSE
               MOVE 'Y' TO WS-CUT-STOP-SW
           END-IF.

      * A TRIANGLE STANDS ON ITS LONGEST SIDE, WHICH KEEPS THE APEX
      * OVER THAT SIDE, SO ITS BOUNDING RECTANGLE IS THE LONGEST
      * SIDE BY THE HEIGHT OVER IT.
       0044-LONGEST-TRIANGLE-SIDE.
           MOVE WS-SIDE-A TO WS-CUT-DIM-A.
           IF WS-SIDE-B IS GREATER THAN WS-CUT-DIM-A
               MOVE WS-SIDE-B TO WS-CUT-DIM-A
           END-IF.
           IF WS-SIDE-C IS GREATER THAN WS-CUT-DIM-A
               MOVE WS-SIDE-C TO WS-CUT-DIM-A
           END-IF.
           IF WS-CUT-DIM-A IS GREATER THAN ZEROES
               COMPUTE WS-CUT-DIM-B ROUNDED =
                   2 * WS-AREA / WS-CUT-DIM-A
           ELSE
               MOVE ZEROES TO WS-CUT-DIM-B
           END-IF.

       0045-PRINT-SHELF-OFFCUT.
           IF WS-SH-SHEET (WS-CUT-H) IS EQUAL TO WS-CUT-S
               COMPUTE WS-CUT-STRIP-LONG = WS-CUT-SHEET-LONG -
                   WS-SH-USED (WS-CUT-H)
               MOVE WS-SH-HEIGHT (WS-CUT-H) TO WS-CUT-STRIP-SHORT
               PERFORM 0046-JUDGE-OFFCUT
           END-IF.

       0046-JUDGE-OFFCUT.
           IF WS-CUT-STRIP-LONG IS GREATER THAN ZEROES AND
               WS-CUT-STRIP-SHORT IS GREATER THAN ZEROES
               MOVE WS-CUT-S TO WS-COL-SHEET
               MOVE WS-CUT-STRIP-LONG TO WS-COL-LONG
               MOVE WS-CUT-STRIP-SHORT TO WS-COL-SHORT
               IF WS-CUT-STRIP-LONG IS NOT LESS THAN WS-CUT-MIN-OFFCUT
                   AND WS-CUT-STRIP-SHORT IS NOT LESS THAN
                       WS-CUT-MIN-OFFCUT
                   MOVE "USABLE" TO WS-COL-KIND
                   COMPUTE WS-CUT-OFFCUT-AREA = WS-CUT-OFFCUT-AREA +
                       WS-CUT-STRIP-LONG * WS-CUT-STRIP-SHORT
               ELSE
                   MOVE "SCRAP" TO WS-COL-KIND
               END-IF
               MOVE WS-CUT-OFFCUT-LINE TO CUT-LIST-LINE
               WRITE CUT-LIST-LINE
           END-IF.

       0047-PLACE-ON-SHELF.
           MOVE WS-SH-SHEET (WS-CUT-H) TO WS-CP-SHEET (WS-CUT-P).
           MOVE WS-SH-USED (WS-CUT-H) TO WS-CP-X (WS-CUT-P).
           MOVE WS-SH-Y (WS-CUT-H) TO WS-CP-Y (WS-CUT-P).
           ADD WS-CP-LONG (WS-CUT-P) TO WS-SH-USED (WS-CUT-H).
           MOVE 'Y' TO WS-CUT-FOUND-SW.

       END PROGRAM CIRCLECALCS.
