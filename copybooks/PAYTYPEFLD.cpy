      *****************************************************
      * PAYTYPEFLD - SHARED PAY TYPE AND HOURLY RATE        *
      * SALARIED STAFF ARE PAID SALARY OVER THE PAY-GROUP    *
      * PERIODS; HOURLY STAFF ARE PAID THEIR RATE TIMES THE  *
      * HOURS ON THEIR TIME CARDS. A BLANK PAY TYPE IS READ  *
      * AS SALARIED SO RECORDS KEYED BEFORE THE FIELD        *
      * EXISTED KEEP PAYING THE WAY THEY ALWAYS HAVE.        *
      *                                                      *
      * COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==YOUR-TYPE== *
      *     ==:RATE:== BY ==YOUR-RATE==                       *
      *****************************************************
       02  :TYPE:                    PIC X(1).
           88  :TYPE:-HOURLY           VALUE "H".
           88  :TYPE:-SALARIED         VALUE "S" " ".
       02  :RATE:                    PIC 9(3)V99.
