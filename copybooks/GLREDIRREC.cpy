      *****************************************************
      * GLREDIRREC - SHARED PRIOR-PERIOD REDIRECT LOG      *
      * ONE RECORD ON GLREDIRECT.DAT FOR EVERY POSTING     *
      * GLEXTRACT OR GLAPPLY REFUSED FOR A CLOSED PERIOD   *
      * AND MOVED TO THE NEXT OPEN PERIOD. THE LOG IS      *
      * APPENDED TO, NEVER CLEARED, AND IS LISTED BY       *
      * GLREDIR.                                           *
      *****************************************************
       01  GLREDIRECT-RECORD.
           88  GLREDIRECT-EOF            VALUE HIGH-VALUES.
           05  GLR-RUN-DATE              PIC 9(8).
           05  GLR-PROGRAM               PIC X(9).
           05  GLR-ORIGINAL-DATE         PIC 9(8).
           05  GLR-POSTED-DATE           PIC 9(8).
           05  GLR-ACCOUNT               PIC 9(6).
           05  GLR-DEBIT-CREDIT          PIC X(1).
           05  GLR-AMOUNT                PIC 9(9)V99.
           05  GLR-DESCRIPTION           PIC X(20).
