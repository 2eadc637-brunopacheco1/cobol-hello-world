           02 GEN-GENDER         PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==GEN-TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==GEN-PAY-TYPE==
               ==:RATE:== BY ==GEN-HOURLY-RATE==.
       01  GENERATION-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==GT==.
           02 FILLER            PIC X(22).

       FD  EMPLOYEEFILE.
       01  EMPDETAILS.
           02 GENDER            PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==PAY-TYPE==
               ==:RATE:== BY ==HOURLY-RATE==.

       FD  RUNLOG.
       01  RUNLOG-RECORD PIC X(80).
           MOVE GEN-SALARY       TO SALARY
           MOVE GEN-GENDER       TO GENDER
           MOVE GEN-TERMINATED-SWITCH TO TERMINATED-SWITCH
           MOVE GEN-PAY-TYPE     TO PAY-TYPE
           MOVE GEN-HOURLY-RATE  TO HOURLY-RATE
           WRITE EMPDETAILS
               INVALID KEY
                   DISPLAY "EMPRESTORE - DUPLICATE EMPLOYEEID ",
