      *****************************************************
      * BATCHMONAREA - SHARED BATCH MONITOR LINKAGE AREA   *
      * CALL "BATCHMON" USING BATCHMON-AREA WITH THE DATE  *
      * AND TIME THE NIGHTLY STREAM STARTED. FUNCTION 'C'  *
      * JUDGES THE NAMED STEP, JUST ENDED, AGAINST ITS     *
      * NORMAL RUNS ON RUNLOG.DAT AND PREDICTS WHEN THE    *
      * STREAM WILL FINISH; FUNCTION 'R' PRINTS THE BATCH  *
      * WINDOW REPORT WITH EACH STEP'S ELAPSED-TIME TREND. *
      * BATCHMON RETURNS THE NUMBER OF ALERTS IT RAISED.   *
      *****************************************************
       01  BATCHMON-AREA.
           02  BM-FUNCTION            PIC X(1).
               88  BM-CHECK-STEP          VALUE "C".
               88  BM-WINDOW-REPORT       VALUE "R".
           02  BM-STREAM-START.
               05  BM-STREAM-DATE     PIC 9(8).
               05  BM-STREAM-TIME     PIC 9(8).
           02  BM-STEP-NAME           PIC X(12).
           02  BM-ALERT-COUNT         PIC 9(4).
