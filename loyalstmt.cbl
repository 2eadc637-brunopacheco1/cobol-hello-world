           05  CU-LAST-ACTIVITY-DATE PIC 9(8).

       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-SALE-VIEW REDEFINES SALESLOG-RECORD.
           05  LSV-REC-TYPE            PIC X.
           05  LSV-POINTS-EARNED       PIC X(5).

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  MERGELOGFILE.
