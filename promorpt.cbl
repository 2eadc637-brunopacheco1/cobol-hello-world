       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-ITEM-VIEW REDEFINES SALESLOG-RECORD.
           05  PIV-REC-TYPE            PIC X.
           05  FILLER                  PIC X(1).
           05  PIV-PROMO-FLAG          PIC X.
               88  PIV-ON-PROMO            VALUE 'P'.
           05  FILLER                  PIC X(71).

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  PROMOREPORTFILE.
