      * THE PETSTORE OPERATION MODE (SPACE = PROMPT), A    *
      * REPORT-DATE OVERRIDE (ZERO = TODAY), AND THE       *
      * COUNTED-CASH FIGURE KEYED IN AT SHIFT END FOR THE  *
      * TILL RECONCILIATION, AND THE STORE CODE THE        *
      * REGISTER IS RUNNING AT (SPACE = MAIN STORE), AND   *
      * THE MATERIAL A CIRCLECALCS BATCH JOB IS CUT FROM   *
      * AND QUOTED AGAINST (SPACE = NO CUT PLAN). EVERY    *
      * PROGRAM FALLS BACK TO ITS CONSOLE PROMPTS WHEN THE *
      * FILE IS ABSENT.                                    *
      *****************************************************
       01  RUN-PARM-RECORD.
           02  RP-OPERATOR-NAME     PIC X(10).
           02  RP-FRESH-START-SW    PIC X(1).
               88  RP-FRESH-START       VALUE "Y".
           02  RP-VARIANCE-TOLERANCE PIC 9(5)V99.
           02  RP-STORE-CODE        PIC X(2).
           02  RP-CUT-MATERIAL      PIC X(4).
