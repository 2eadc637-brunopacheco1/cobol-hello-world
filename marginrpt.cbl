       DATA DIVISION.
       FILE SECTION.
       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-ITEM-VIEW REDEFINES SALESLOG-RECORD.
           05  MIV-REC-TYPE            PIC X.
           05  FILLER                  PIC X(1).
           COPY MONEYFLD REPLACING ==:NAME:== BY ==MIV-UNIT-COST==
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER                  PIC X(63).
       01  SALESLOG-SALE-VIEW REDEFINES SALESLOG-RECORD.
           05  FILLER                  PIC X(58).
           05  MSV-DISCOUNT-RATE-X     PIC X(3).
           05  FILLER                  PIC X(62).

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  MARGINREPORTFILE.
