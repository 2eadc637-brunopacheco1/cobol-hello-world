           02 GENDER            PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==PAY-TYPE==
               ==:RATE:== BY ==HOURLY-RATE==.

       FD  AUDITLISTFILE.
       01  AUDIT-LIST-LINE         PIC X(132).
