      * RESTORE DETAILS) - SO THE RUNAUDIT INQUIRY CAN     *
      * REBUILD A RUN'S FULL TIMELINE WITH PER-STEP        *
      * ELAPSED TIME AND FLAG THE STEPS THAT ENDED         *
      * NONZERO. BATCHMON ADDS AN ALERT STAMP WHEN A STEP  *
      * RUNS LONG OR LIGHT AGAINST ITS NORMAL RUNS.        *
      *****************************************************
       01  RUNLOG-AUDIT-RECORD.
           02  RL-PROGRAM           PIC X(12).
               88  RL-EVENT-START       VALUE "START".
               88  RL-EVENT-END         VALUE "END  ".
               88  RL-EVENT-SKIP        VALUE "SKIP ".
               88  RL-EVENT-ALERT       VALUE "ALERT".
           02  RL-DATE              PIC 9(8).
           02  RL-TIME              PIC 9(8).
           02  RL-RECORDS-READ      PIC 9(7).
