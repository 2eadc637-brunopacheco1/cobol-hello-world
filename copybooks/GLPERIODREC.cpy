      *****************************************************
      * GLPERIODREC - SHARED ACCOUNTING PERIOD CONTROL     *
      * ONE RECORD ON GLPERIOD.DAT PER LEDGER PERIOD       *
      * (YEAR AND MONTH) A SUPERVISOR HAS OPENED OR CLOSED *
      * THROUGH GLPERIOD. A PERIOD WITH NO RECORD IS OPEN. *
      * NOTHING POSTS INTO A CLOSED PERIOD: GLEXTRACT AND  *
      * GLAPPLY SEND SUCH POSTINGS ON TO THE NEXT OPEN     *
      * PERIOD AS PRIOR-PERIOD ADJUSTMENTS.                *
      *****************************************************
       01  GLPERIOD-RECORD.
           05  GLPR-PERIOD               PIC 9(6).
           05  GLPR-STATUS               PIC X(1).
               88  GLPR-OPEN                 VALUE "O".
               88  GLPR-CLOSED               VALUE "C".
           05  GLPR-STATUS-DATE          PIC 9(8).
           05  GLPR-OPERATOR             PIC X(8).
