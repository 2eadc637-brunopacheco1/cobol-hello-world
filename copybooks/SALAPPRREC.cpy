      *****************************************************
      * SALAPPRREC - SHARED SALARY CHANGE APPROVAL RECORD  *
      * ONE RECORD ON SALAPPR.DAT PER HR TRANSACTION THAT  *
      * EMPEDIT HELD BACK FROM THE SALARY RUN FOR A        *
      * SUPERVISOR'S APPROVAL: EVERY NEW-HIRE SALARY, AND  *
      * EVERY CHANGE THAT MOVES PAY BY MORE THAN THE       *
      * APPROVAL PERCENTAGE OR DOLLAR LIMIT. IT CARRIES    *
      * THE FULL TRANSACTION, THE PAY IT REPLACES, WHO     *
      * KEYED IT, AND WHO APPROVED OR REJECTED IT IN       *
      * SALAPPR. EMPLOYEES APPLIES AN APPROVED ITEM ON ITS *
      * NEXT RUN AND MARKS IT APPLIED; NOTHING IS EVER     *
      * DELETED, SO THE FILE IS ITS OWN AUDIT TRAIL.       *
      *****************************************************
       01  SALARY-APPROVAL-RECORD.
           88  SALARY-APPROVAL-EOF       VALUE HIGH-VALUES.
           02  SA-KEY.
               05  SA-HELD-DATE          PIC 9(8).
               05  SA-HELD-SEQUENCE      PIC 9(4).
           02  SA-TRANSACTION.
               05  SA-ACTION-CODE        PIC X(1).
               05  SA-EMPLOYEEID         PIC 9(7).
               05  SA-EMPLOYEENAME       PIC X(20).
               05  SA-STARTDATE          PIC X(8).
               05  SA-NEW-SALARY         PIC 9(9).
               05  SA-GENDER             PIC X(1).
               05  SA-EFFDATE            PIC X(8).
               05  SA-PAY-TYPE           PIC X(1).
               05  SA-NEW-RATE           PIC 9(3)V99.
           02  SA-OLD-SALARY             PIC 9(9).
           02  SA-OLD-RATE               PIC 9(3)V99.
           02  SA-HOLD-REASON            PIC X(16).
           02  SA-KEYED-BY               PIC X(8).
           02  SA-STATUS                 PIC X(1).
               88  SA-STATUS-PENDING         VALUE "P".
               88  SA-STATUS-APPROVED        VALUE "A".
               88  SA-STATUS-REJECTED        VALUE "R".
               88  SA-STATUS-APPLIED         VALUE "D".
           02  SA-REVIEWED-DATE          PIC 9(8).
           02  SA-REVIEWED-BY            PIC X(8).
           02  SA-APPLIED-DATE           PIC 9(8).
