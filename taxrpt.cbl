       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-ITEM-VIEW REDEFINES SALESLOG-RECORD.
           05  TIV-REC-TYPE            PIC X.
           05  FILLER                  PIC X(1).
           05  TIV-TAXABLE-FLAG        PIC X.
               88  TIV-TAX-EXEMPT          VALUE 'E'.
           05  FILLER                  PIC X(61).
       01  SALESLOG-SALE-VIEW REDEFINES SALESLOG-RECORD.
           05  FILLER                  PIC X(2).
           05  TSV-DATE.
           05  FILLER                  PIC X(6).

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  TAXREPORTFILE.
