           02 GENDER            PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==PAY-TYPE==
               ==:RATE:== BY ==HOURLY-RATE==.

       FD  EMPTRANFILE.
       01  EMPTRANDETAILS.
               ==:YEAR:== BY ==TRAN-EFF-YEAR==
               ==:MONTH:== BY ==TRAN-EFF-MONTH==
               ==:DAY:== BY ==TRAN-EFF-DAY==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==TRAN-PAY-TYPE==
               ==:RATE:== BY ==TRAN-HOURLY-RATE==.
           02 TRAN-KEYED-BY        PIC X(8).

       FD  SUSPENSEINFILE.
       01  SUSPENSE-IN-RECORD      PIC X(60).
           88 SUSPENSE-IN-EOF      VALUE HIGH-VALUES.

       WORKING-STORAGE SECTION.
