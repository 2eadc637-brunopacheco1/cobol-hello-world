       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-ITEM-VIEW REDEFINES SALESLOG-RECORD.
           05  RCV-REC-TYPE            PIC X.
           05  FILLER                  PIC X(7).
           05  FILLER                  PIC X(1).
           05  RCV-DATE                PIC X(8).
           05  FILLER                  PIC X(73).

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  CALCREPORTFILE.
