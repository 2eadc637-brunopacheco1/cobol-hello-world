      *****************************************************
      * GLPOSTREC - SHARED LEDGER POSTING RECORD           *
      * ONE DEBIT OR CREDIT ON GLPOST.DAT, WRITTEN BY      *
      * GLEXTRACT AND APPLIED BY GLAPPLY. THE POSTING'S    *
      * PERIOD IS ITS DATE'S YEAR AND MONTH. A POSTING     *
      * DATED INTO A PERIOD CLOSED ON GLPERIOD.DAT IS      *
      * MOVED TO THE FIRST OPEN PERIOD AFTER IT, DATED THE *
      * FIRST OF THAT MONTH, AND CARRIES THE PRIOR-PERIOD  *
      * ADJUSTMENT FLAG WITH THE DATE IT ORIGINALLY BORE.  *
      *****************************************************
       01  GLPOST-RECORD.
           88  GLPOST-EOF                VALUE HIGH-VALUES.
           05  GP-DATE                   PIC 9(8).
           05  GP-ACCOUNT                PIC 9(6).
           05  GP-DEBIT-CREDIT           PIC X(1).
           05  GP-AMOUNT                 PIC 9(9)V99.
           05  GP-DESCRIPTION            PIC X(20).
           05  GP-PRIOR-PERIOD-SW        PIC X(1).
               88  GP-PRIOR-PERIOD-ADJ       VALUE "Y".
           05  GP-ORIGINAL-DATE          PIC 9(8).
