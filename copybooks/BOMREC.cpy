      *****************************************************
      * BOMREC - SHARED ENCLOSURE BILL OF MATERIALS RECORD *
      * ONE RECORD ON BOM.DAT PER COMPONENT OF AN          *
      * ENCLOSURE STYLE: PANELS, FRAMING, MESH, FASTENERS  *
      * AND SUBSTRATE ARE EACH A STOCKED ITEM ON           *
      * ITEMMASTER.DAT. THE BASIS SAYS WHAT THE COMPONENT  *
      * IS MEASURED AGAINST - THE SHAPE'S AREA, ITS        *
      * PERIMETER, OR A FIXED COUNT PER ENCLOSURE - AND    *
      * THE FACTOR IS HOW MANY UNITS OF THE ITEM ONE       *
      * SQUARE UNIT, ONE LINEAR UNIT OR ONE ENCLOSURE      *
      * TAKES. A PART UNIT IS ALWAYS ROUNDED UP, SINCE A   *
      * PANEL OR A BAG OF SUBSTRATE IS SOLD WHOLE.         *
      *****************************************************
       01  BOM-RECORD.
           88  BOM-EOF                   VALUE HIGH-VALUES.
           02  BOM-STYLE                 PIC X(4).
           02  BOM-ITEM-CODE             PIC X(6).
           02  BOM-ROLE                  PIC X(10).
           02  BOM-BASIS                 PIC X(1).
               88  BOM-BASIS-AREA            VALUE "A".
               88  BOM-BASIS-PERIMETER       VALUE "P".
               88  BOM-BASIS-EACH            VALUE "E".
           02  BOM-FACTOR                PIC 9(3)V9(4).
           02  FILLER                    PIC X(10).
