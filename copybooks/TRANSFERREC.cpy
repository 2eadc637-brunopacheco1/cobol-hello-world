      *****************************************************
      * TRANSFERREC - SHARED STORE TRANSFER RECORD         *
      * ONE TRANSFER ON TRANSFER.DAT IS A HEADER RECORD    *
      * (LINE 000) CARRYING THE SENDING AND RECEIVING      *
      * STORES AND WHO SHIPPED AND RECEIVED IT, FOLLOWED   *
      * BY ONE DETAIL RECORD PER ITEM SENT (LINES 001 UP). *
      * STOCKXFER SHIPS A TRANSFER, MOVING THE UNITS OUT   *
      * OF THE SENDING STORE'S SHARE INTO MASTER-IN-       *
      * TRANSIT; RECEIVE POSTS IT AT THE RECEIVING STORE,  *
      * MOVING THE UNITS THAT ARRIVED INTO THAT STORE'S    *
      * SHARE AND WRITING ANY SHORTFALL OFF THE CHAIN'S    *
      * ON-HAND.                                           *
      *****************************************************
       01  TRANSFER-RECORD.
           88  TRANSFER-EOF              VALUE HIGH-VALUES.
           02  XF-KEY.
               05  XF-NUMBER             PIC 9(6).
               05  XF-LINE               PIC 9(3).
                   88  XF-IS-HEADER          VALUE ZEROES.
           02  XF-HEADER-DATA.
               COPY STORECODE REPLACING ==:NAME:== BY
                   ==XF-FROM-STORE==.
               COPY STORECODE REPLACING ==:NAME:== BY
                   ==XF-TO-STORE==.
               05  XF-SHIPPED-DATE       PIC 9(8).
               05  XF-SHIPPED-BY         PIC X(8).
               05  XF-LINE-COUNT         PIC 9(3).
               05  XF-TOTAL-QTY          PIC 9(5).
               05  XF-STATUS             PIC X(1).
                   88  XF-STATUS-IN-TRANSIT  VALUE "T".
                   88  XF-STATUS-RECEIVED    VALUE "R".
               05  XF-RECEIVED-DATE      PIC 9(8).
               05  XF-RECEIVED-BY        PIC X(10).
               05  XF-SHORT-QTY          PIC 9(5).
               05  FILLER                PIC X(20).
           02  XF-LINE-DATA REDEFINES XF-HEADER-DATA.
               05  XF-ITEM-CODE          PIC X(6).
               05  XF-DESCRIPTION        PIC X(10).
               05  XF-QTY-SHIPPED        PIC 9(5).
               05  XF-QTY-RECEIVED       PIC 9(5).
               05  XF-UNIT-COST          PIC 999V99.
               05  XF-LINE-STATUS        PIC X(1).
                   88  XF-LINE-WAITING       VALUE SPACE.
                   88  XF-LINE-RECEIVED      VALUE "R".
                   88  XF-LINE-NOT-ON-FILE   VALUE "N".
               05  FILLER                PIC X(40).
