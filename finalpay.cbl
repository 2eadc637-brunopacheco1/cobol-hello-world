       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * OFF-CYCLE FINAL PAY FOR TERMINATED EMPLOYEES *
      * PICKS UP EVERY TERMINATION IN EMP_TERMLOG.DAT*
      * NOT YET SETTLED ON EMP_FINALPAY.DAT AND PAYS *
      * IT: SALARY PRORATED FROM THE LAST PAY-PERIOD *
      * END THROUGH THE TERMINATION DATE (HOURLY     *
      * STAFF FROM THEIR HELD TIME CARDS), THE       *
      * VACATION BALANCE ON LEAVEBAL.DAT AT THE DAILY*
      * RATE, AND ANY HELD RETRO AND SALES           *
      * COMMISSION, LESS THE NORMAL DEDUCTIONS AND   *
      * THEIR ANNUAL CEILINGS.                       *
      * YEAR-TO-DATE TOTALS ARE UPDATED, THE LEAVE   *
      * BALANCE IS ZEROED, AND A FRESH PAYNET.DAT    *
      * (WITH ITS CONTROL TRAILER) AND APPENDED      *
      * REMITDETAIL.DAT RECORDS ARE WRITTEN, SO      *
      * DDEXTRACT AND REMITREG TREAT THE RUN LIKE    *
      * ANY OTHER PAY. RUN PAYVAR AND DDEXTRACT      *
      * STRAIGHT AFTER, AS AFTER THE SALARY RUN,     *
      * BEFORE THE NEXT SALARY RUN REPLACES THE NET  *
      * PAY FILE. THE RUN STOPS RATHER THAN REPLACE  *
      * A NET PAY FILE THAT DDEXTRACT HAS NOT YET    *
      * EXTRACTED (SEE CHECKCTL.DAT).                *
      * THE EMPLOYER'S OWN TAX AND BENEFIT COSTS ARE *
      * ACCRUED TO EMPLOYER_COST.DAT AS IN THE       *
      * SALARY RUN, AND THE GROSS AND EMPLOYER COST  *
      * TOTALS ARE LEFT ON RUNSTATS.DAT FOR THE      *
      * LEDGER EXTRACT.                              *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEEFILE ASSIGN TO "employees.dat"
            FILE STATUS IS WS-MASTER-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMPLOYEEID
            ALTERNATE RECORD KEY IS LASTNAME
                WITH DUPLICATES.

           SELECT TERMLOGFILE ASSIGN TO "emp_termlog.dat"
            FILE STATUS IS WS-TERMLOG-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINALPAYFILE ASSIGN TO "emp_finalpay.dat"
            FILE STATUS IS WS-FINALPAY-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYCALFILE ASSIGN TO "paycal.dat"
            FILE STATUS IS WS-PAYCAL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYGRPFILE ASSIGN TO "emppaygrp.dat"
            FILE STATUS IS WS-PAYGRP-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTASSIGNFILE ASSIGN TO "deptassign.dat"
            FILE STATUS IS WS-ASSIGN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LABORDISTFILE ASSIGN TO "labor_dist.dat"
            FILE STATUS IS WS-LABOR-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEDUCTIONFILE ASSIGN TO "deductions.dat"
            FILE STATUS IS WS-DEDUCT-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMECARDFILE ASSIGN TO "timecard.dat"
            FILE STATUS IS WS-TIMECARD-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMECARDWORKFILE ASSIGN TO "timecard_work.dat"
            FILE STATUS IS WS-TCWORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETROFILE ASSIGN TO "retro_pay.dat"
            FILE STATUS IS WS-RETRO-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RETROWORKFILE ASSIGN TO "retro_pay_work.dat"
            FILE STATUS IS WS-RETRO-WORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMFILE ASSIGN TO "comm_pay.dat"
            FILE STATUS IS WS-COMM-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COMMWORKFILE ASSIGN TO "comm_pay_work.dat"
            FILE STATUS IS WS-COMM-WORK-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPYTDFILE ASSIGN TO "emp_ytd.dat"
            FILE STATUS IS WS-YTD-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS YTD-KEY.

           SELECT LEAVEBALFILE ASSIGN TO "leavebal.dat"
            FILE STATUS IS WS-LEAVE-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LV-EMPLOYEEID.

           SELECT PAYNETFILE ASSIGN TO "paynet.dat"
            FILE STATUS IS WS-PAYNET-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REMITDETAILFILE ASSIGN TO "remitdetail.dat"
            FILE STATUS IS WS-REMIT-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERRATEFILE ASSIGN TO "employer_rates.dat"
            FILE STATUS IS WS-ERRATE-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ERCOSTFILE ASSIGN TO "employer_cost.dat"
            FILE STATUS IS WS-ERCOST-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNSTATSFILE ASSIGN TO "runstats.dat"
            FILE STATUS IS WS-RUNSTATS-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHECKCTLFILE ASSIGN TO "checkctl.dat"
            FILE STATUS IS WS-CHECKCTL-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FINALREGISTERFILE ASSIGN "final_pay_register.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEEFILE.
       01  EMPDETAILS.
           02 EMPLOYEEID        PIC 9(7).
           02 EMPLOYEENAME.
              03 LASTNAME       PIC X(10).
              03 FIRSTNAME      PIC X(10).
           COPY DATEFLD REPLACING ==:GROUP:== BY ==02 STARTDATE==
               ==:YEAR:== BY ==START-YEAR==
               ==:MONTH:== BY ==START-MONTH==
               ==:DAY:== BY ==START-DAY==.
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 SALARY==.
           02 GENDER            PIC X.
           COPY TERMSW REPLACING ==:NAME:== BY
               ==TERMINATED-SWITCH==.
           COPY PAYTYPEFLD REPLACING ==:TYPE:== BY ==PAY-TYPE==
               ==:RATE:== BY ==HOURLY-RATE==.

       FD  TERMLOGFILE.
       01  TERMLOGDETAILS.
           88 TERMLOG-ENDOFFILE    VALUE HIGH-VALUES.
           02 TL-EMPLOYEEID        PIC 9(7).
           02 TL-TERM-DATE         PIC 9(8).

      * ONE RECORD PER SETTLED TERMINATION; A TERMINATION ALREADY
      * HERE IS NEVER PAID A SECOND TIME.
       FD  FINALPAYFILE.
       01  FINALPAYDETAILS.
           88 FINALPAY-ENDOFFILE   VALUE HIGH-VALUES.
           02 FP-EMPLOYEEID        PIC 9(7).
           02 FP-TERM-DATE         PIC 9(8).
           02 FP-PAY-DATE          PIC 9(8).
           02 FP-DAYS-PAID         PIC 9(3).
           02 FP-WAGES             PIC 9(7)V99.
           02 FP-VAC-DAYS          PIC 9(3)V99.
           02 FP-VAC-PAY           PIC 9(7)V99.
           02 FP-RETRO             PIC 9(7)V99.
           02 FP-DEDUCTIONS        PIC 9(7)V99.
           02 FP-NET               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           02 FP-COMMISSION        PIC 9(7)V99.

       FD  PAYCALFILE.
       01  PAYCALDETAILS.
           88 PAYCAL-ENDOFFILE     VALUE HIGH-VALUES.
           02 PC-GROUP             PIC X(2).
           02 PC-PERIODS-PER-YEAR  PIC 9(2).
           02 PC-PERIOD-END-DATE   PIC 9(8).

       FD  PAYGRPFILE.
       01  PAYGRPDETAILS.
           88 PAYGRP-ENDOFFILE     VALUE HIGH-VALUES.
           02 PG-EMPLOYEEID        PIC 9(7).
           02 PG-GROUP             PIC X(2).

       FD  DEPTASSIGNFILE.
       01  ASSIGNDETAILS.
           88 ASSIGN-ENDOFFILE     VALUE HIGH-VALUES.
           02 ASSIGN-EMPLOYEEID    PIC 9(7).
           02 ASSIGN-DEPT-CODE     PIC X(4).

       FD  LABORDISTFILE.
       01  LABORDISTDETAILS.
           02 LD-RUN-DATE          PIC 9(8).
           02 LD-EMPLOYEEID        PIC 9(7).
           02 LD-DEPT-CODE         PIC X(4).
           02 LD-SOURCE            PIC X(1).
              88 LD-SOURCE-PAY-RUN    VALUE "P".
              88 LD-SOURCE-FINAL-PAY  VALUE "F".
           02 LD-GROSS             PIC 9(7)V99.

       FD  DEDUCTIONFILE.
       01  DEDUCTDETAILS.
           88 DEDUCT-ENDOFFILE     VALUE HIGH-VALUES.
           02 DEDUCT-EMPLOYEEID    PIC 9(7).
           02 DEDUCT-TYPE          PIC X(2).
              88 DEDUCT-TYPE-TAX       VALUE "TX".
              88 DEDUCT-TYPE-BENEFIT   VALUE "BN".
              88 DEDUCT-TYPE-GARNISH   VALUE "GR".
           02 DEDUCT-DESCRIPTION   PIC X(10).
           02 DEDUCT-AMOUNT        PIC 9(5)V99.
           02 DEDUCT-METHOD        PIC X(1).
              88 DEDUCT-METHOD-PERCENT VALUE "P".
           02 DEDUCT-PERCENT       PIC 9(2)V99.
           02 DEDUCT-ANNUAL-CAP    PIC 9(7)V99.
           02 DEDUCT-ER-COST       PIC 9(5)V99.

       FD  TIMECARDFILE.
       01  TIMECARDDETAILS.
           88 TIMECARD-ENDOFFILE   VALUE HIGH-VALUES.
           02 TC-EMPLOYEEID        PIC 9(7).
           02 TC-WEEK-ENDING       PIC 9(8).
           02 TC-REGULAR-HOURS     PIC 9(2)V99.
           02 TC-OVERTIME-HOURS    PIC 9(2)V99.

       FD  TIMECARDWORKFILE.
       01  TIMECARD-WORK-RECORD     PIC X(23).
           88 TIMECARD-WORK-EOF     VALUE HIGH-VALUES.

       FD  RETROFILE.
       01  RETRODETAILS.
           88 RETRO-ENDOFFILE      VALUE HIGH-VALUES.
           02 RT-EMPLOYEEID        PIC 9(7).
           02 RT-AMOUNT            PIC 9(7)V99.
       01  RETRO-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==RT==.

       FD  RETROWORKFILE.
       01  RETRO-WORK-RECORD        PIC X(16).
           88 RETRO-WORK-EOF        VALUE HIGH-VALUES.

       FD  COMMFILE.
       01  COMMDETAILS.
           88 COMM-ENDOFFILE       VALUE HIGH-VALUES.
           02 CP-EMPLOYEEID        PIC 9(7).
           02 CP-AMOUNT            PIC 9(7)V99.
       01  COMM-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==CP==.

       FD  COMMWORKFILE.
       01  COMM-WORK-RECORD         PIC X(16).
           88 COMM-WORK-EOF         VALUE HIGH-VALUES.

       FD  EMPYTDFILE.
       01  YTDDETAILS.
           02 YTD-KEY.
              03 YTD-EMPLOYEEID    PIC 9(7).
              03 YTD-YEAR          PIC 9(4).
           02 YTD-GROSS            PIC 9(9)V99.
           02 YTD-TAX              PIC 9(9)V99.
           02 YTD-BENEFIT          PIC 9(9)V99.
           02 YTD-GARNISH          PIC 9(9)V99.
           02 YTD-NET              PIC S9(9)V99.

       FD  LEAVEBALFILE.
       01  LEAVEBALDETAILS.
           02 LV-EMPLOYEEID        PIC 9(7).
           02 LV-VAC-BALANCE       PIC S9(3)V99.
           02 LV-SICK-BALANCE      PIC S9(3)V99.
           02 LV-LAST-ACCRUAL-DATE PIC 9(8).

       FD  PAYNETFILE.
       01  PAYNETDETAILS.
           88 PAYNET-ENDOFFILE     VALUE HIGH-VALUES.
           02 PN-EMPLOYEEID        PIC 9(7).
           02 PN-RUN-DATE          PIC 9(8).
           02 PN-NET               PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
       01  PAYNET-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==PY==.

       FD  REMITDETAILFILE.
       01  REMITDETAILS.
           02 RD-RUN-DATE          PIC 9(8).
           02 RD-EMPLOYEEID        PIC 9(7).
           02 RD-TYPE              PIC X(2).
           02 RD-DESCRIPTION       PIC X(10).
           02 RD-AMOUNT            PIC 9(7)V99.

      * SAME LAYOUT AS THE SALARY RUN: BASIS "G" IS A PERCENTAGE OF
      * THE GROSS UP TO THE ANNUAL WAGE BASE, BASIS "B" A PERCENTAGE
      * OF THE BENEFIT DEDUCTIONS TAKEN.
       FD  ERRATEFILE.
       01  ERRATEDETAILS.
           88 ERRATE-ENDOFFILE     VALUE HIGH-VALUES.
           02 ER-CODE              PIC X(2).
           02 ER-DESCRIPTION       PIC X(10).
           02 ER-CLASS             PIC X(1).
              88 ER-CLASS-TAX         VALUE "T".
              88 ER-CLASS-BENEFIT     VALUE "B".
           02 ER-BASIS             PIC X(1).
              88 ER-BASIS-BENEFIT     VALUE "B".
           02 ER-PERCENT           PIC 9(2)V999.
           02 ER-WAGE-BASE         PIC 9(7)V99.

       FD  ERCOSTFILE.
       01  ERCOSTDETAILS.
           02 EC-RUN-DATE          PIC 9(8).
           02 EC-EMPLOYEEID        PIC 9(7).
           02 EC-CODE              PIC X(2).
           02 EC-CLASS             PIC X(1).
           02 EC-DESCRIPTION       PIC X(10).
           02 EC-SUBJECT-WAGES     PIC 9(7)V99.
           02 EC-AMOUNT            PIC 9(7)V99.

       FD  RUNSTATSFILE.
       COPY RUNSTATS.

      * DDEXTRACT'S CONTROL RECORD, READ HERE ONLY FOR THE NET PAY
      * FILE IT LAST EXTRACTED.
       FD  CHECKCTLFILE.
       01  CHECKCTLDETAILS.
           02 CC-NEXT-CHECK-NUMBER PIC 9(8).
           02 CC-ACCOUNT           PIC X(17).
           02 CC-LAST-BATCH-DATE   PIC 9(8).
           02 CC-LAST-PAYNET-DATE  PIC 9(8).
           02 CC-LAST-PAYNET-COUNT PIC 9(7).
           02 CC-LAST-PAYNET-HASH  PIC 9(13)V99.

       FD  FINALREGISTERFILE.
       01  FINAL-REGISTER-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MASTER-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TERMLOG-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-FINALPAY-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYCAL-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYGRP-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-DEDUCT-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TIMECARD-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TCWORK-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RETRO-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RETRO-WORK-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-COMM-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-COMM-WORK-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-YTD-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LEAVE-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-PAYNET-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-REMIT-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ASSIGN-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LABOR-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-RUNSTATS-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHECKCTL-FILE-STATUS==.
           05 WS-LABOR-AVAIL-SWITCH   PIC X(1)     VALUE "N".
              88 WS-LABOR-AVAILABLE   VALUE "Y".
           05 WS-YTD-AVAIL-SWITCH     PIC X(1)     VALUE "N".
              88 WS-YTD-AVAILABLE     VALUE "Y".
           05 WS-YTD-FOUND-SWITCH     PIC X(1)     VALUE "N".
              88 WS-YTD-FOUND         VALUE "Y".
           05 WS-LEAVE-AVAIL-SWITCH   PIC X(1)     VALUE "N".
              88 WS-LEAVE-AVAILABLE   VALUE "Y".
           05 WS-LEAVE-FOUND-SWITCH   PIC X(1)     VALUE "N".
              88 WS-LEAVE-FOUND       VALUE "Y".
           05 WS-REMIT-AVAIL-SWITCH   PIC X(1)     VALUE "N".
              88 WS-REMIT-AVAILABLE   VALUE "Y".
           05 WS-TIMECARD-AVAIL-SW    PIC X(1)     VALUE "N".
              88 WS-TIMECARD-AVAILABLE VALUE "Y".
           05 WS-RETRO-AVAIL-SWITCH   PIC X(1)     VALUE "N".
              88 WS-RETRO-AVAILABLE   VALUE "Y".
           05 WS-RETRO-TRAILER-SW     PIC X(1)     VALUE "N".
              88 WS-RETRO-TRAILER-FOUND VALUE "Y".
           05 WS-COMM-AVAIL-SWITCH    PIC X(1)     VALUE "N".
              88 WS-COMM-AVAILABLE    VALUE "Y".
           05 WS-COMM-TRAILER-SW      PIC X(1)     VALUE "N".
              88 WS-COMM-TRAILER-FOUND VALUE "Y".
           05 WS-EMP-FOUND-SWITCH     PIC X(1)     VALUE "N".
              88 WS-EMP-FOUND         VALUE "Y".
           05 WS-PAY-DATE             PIC 9(8)     VALUE ZEROES.
           05 WS-PAY-DATE-PARTS REDEFINES WS-PAY-DATE.
              10 WS-PAY-YEAR          PIC 9(4).
              10 WS-PAY-MMDD          PIC 9(4).
           05 WS-DEFAULT-PAY-GROUP    PIC X(2)     VALUE "01".
           05 WS-DEFAULT-PERIODS      PIC 9(2)     VALUE 12.
           05 WS-WORK-DAYS-PER-YEAR   PIC 9(3)     VALUE 260.
           05 WS-HOURS-PER-DAY        PIC 9(2)V99  VALUE 08.00.
           05 WS-STANDARD-WEEK-HOURS  PIC 9(2)V99  VALUE 40.00.
           05 WS-OVERTIME-FACTOR      PIC 9V9      VALUE 1.5.
           05 WS-SETTLED-COUNT        PIC 9(4)     VALUE ZEROES.
           05 WS-SETTLED-IDX          PIC 9(4)     VALUE ZEROES.
           05 WS-FINAL-COUNT          PIC 9(3)     VALUE ZEROES.
           05 WS-FINAL-IDX            PIC 9(3)     VALUE ZEROES.
           05 WS-CURR-FINAL-IDX       PIC 9(3)     VALUE ZEROES.
           05 WS-LOOKUP-EMPLOYEEID    PIC 9(7)     VALUE ZEROES.
           05 WS-ALREADY-SETTLED-SW   PIC X(1)     VALUE "N".
              88 WS-ALREADY-SETTLED   VALUE "Y".
           05 WS-CAL-COUNT            PIC 9(3)     VALUE ZEROES.
           05 WS-CAL-IDX              PIC 9(3)     VALUE ZEROES.
           05 WS-EMP-PERIODS          PIC 9(2)     VALUE ZEROES.
           05 WS-LAST-PERIOD-END      PIC 9(8)     VALUE ZEROES.
           05 WS-DAYS-PAID            PIC 9(3)     VALUE ZEROES.
           05 WS-PERIOD-CAP           PIC 9(7)V99  VALUE ZEROES.
           05 WS-DAILY-RATE           PIC 9(5)V99  VALUE ZEROES.
           05 WS-TC-WEEK-HOURS        PIC 9(3)V99  VALUE ZEROES.
           05 WS-TC-TAKEN-COUNT       PIC 9(5)     VALUE ZEROES.
           05 WS-TC-KEPT-COUNT        PIC 9(5)     VALUE ZEROES.
           05 WS-RETRO-READ-COUNT     PIC 9(7)     VALUE ZEROES.
           05 WS-RETRO-READ-HASH      PIC 9(13)V99 VALUE ZEROES.
           05 WS-RETRO-KEPT-COUNT     PIC 9(7)     VALUE ZEROES.
           05 WS-RETRO-KEPT-HASH      PIC 9(13)V99 VALUE ZEROES.
           05 WS-COMM-READ-COUNT      PIC 9(7)     VALUE ZEROES.
           05 WS-COMM-READ-HASH       PIC 9(13)V99 VALUE ZEROES.
           05 WS-COMM-KEPT-COUNT      PIC 9(7)     VALUE ZEROES.
           05 WS-COMM-KEPT-HASH       PIC 9(13)V99 VALUE ZEROES.
           05 WS-YTD-PRIOR-TAX        PIC 9(9)V99  VALUE ZEROES.
           05 WS-YTD-PRIOR-BENEFIT    PIC 9(9)V99  VALUE ZEROES.
           05 WS-YTD-PRIOR-GARNISH    PIC 9(9)V99  VALUE ZEROES.
           05 WS-DEDUCT-APPLIED       PIC 9(7)V99  VALUE ZEROES.
           05 WS-DEDUCT-ROOM          PIC S9(9)V99 VALUE ZEROES.
           05 WS-PAYNET-COUNT         PIC 9(7)     VALUE ZEROES.
           05 WS-PAYNET-HASH          PIC 9(13)V99 VALUE ZEROES.
           05 WS-NOT-ON-MASTER-COUNT  PIC 9(5)     VALUE ZEROES.
           05 WS-RUN-DATE             PIC 9(8)     VALUE ZEROES.
           05 WS-OLD-PAYNET-DATE      PIC 9(8)     VALUE ZEROES.
           05 WS-OLD-PAYNET-COUNT     PIC 9(7)     VALUE ZEROES.
           05 WS-OLD-PAYNET-HASH      PIC 9(13)V99 VALUE ZEROES.
           05 WS-LAST-PAYNET-DATE     PIC 9(8)     VALUE ZEROES.
           05 WS-LAST-PAYNET-COUNT    PIC 9(7)     VALUE ZEROES.
           05 WS-LAST-PAYNET-HASH     PIC 9(13)V99 VALUE ZEROES.

       01  WS-EMPLOYER-COST-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ERRATE-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ERCOST-FILE-STATUS==.
           05 WS-ERCOST-AVAIL-SWITCH  PIC X(1)     VALUE "N".
              88 WS-ERCOST-AVAILABLE  VALUE "Y".
           05 WS-ER-RATE-COUNT        PIC 9(2)     VALUE ZEROES.
           05 WS-ER-RATE-IDX          PIC 9(2)     VALUE ZEROES.
           05 WS-YTD-PRIOR-GROSS      PIC 9(9)V99  VALUE ZEROES.
           05 WS-ER-SUBJECT-WAGES     PIC 9(7)V99  VALUE ZEROES.
           05 WS-ER-BASE-ROOM         PIC S9(9)V99 VALUE ZEROES.
           05 WS-ER-AMOUNT            PIC 9(7)V99  VALUE ZEROES.
           05 WS-ER-PLAN-CODE         PIC X(2)     VALUE "BP".
           05 WS-ER-PLAN-DESCRIPTION  PIC X(10)    VALUE "BEN PLANS".

       01  WS-ER-RATE-TABLE.
           05 WS-ER-RATE-ENTRY OCCURS 10 TIMES.
              10 WS-ERT-CODE          PIC X(2).
              10 WS-ERT-DESCRIPTION   PIC X(10).
              10 WS-ERT-CLASS         PIC X(1).
                 88 WS-ERT-CLASS-TAX     VALUE "T".
              10 WS-ERT-BASIS         PIC X(1).
                 88 WS-ERT-BASIS-BENEFIT VALUE "B".
              10 WS-ERT-PERCENT       PIC 9(2)V999.
              10 WS-ERT-WAGE-BASE     PIC 9(7)V99.

       01  WS-SWEEP-DATE.
           05 WS-SWEEP-YEAR           PIC 9(4).
           05 WS-SWEEP-MONTH          PIC 9(2).
           05 WS-SWEEP-DAY            PIC 9(2).
       01  WS-SWEEP-DATE-NUM REDEFINES WS-SWEEP-DATE PIC 9(8).

       01  WS-TERM-DATE-WORK.
           05 WS-TDW-YEARMONTH        PIC 9(6).
           05 WS-TDW-DAY              PIC 9(2).
       01  WS-TERM-DATE-NUM REDEFINES WS-TERM-DATE-WORK PIC 9(8).

       01  WS-DAYS-IN-MONTH-VALUES.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.

       01  WS-DATE-VALIDATION REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05 WS-DAYS-IN-MONTH OCCURS 12 TIMES PIC 9(2).
           05 WS-MONTH-END-DAY        PIC 9(2).
           05 WS-LEAP-YEAR-SWITCH     PIC X(1) VALUE "N".
              88 WS-IS-LEAP-YEAR      VALUE "Y".
           05 WS-YEAR-REMAINDER       PIC 9(3).
           05 WS-YEAR-QUOTIENT        PIC 9(5).

       01  WS-PAY-AMOUNTS.
           05 WS-PAY-REGULAR-HOURS    PIC 9(4)V99  VALUE ZEROES.
           05 WS-PAY-OVERTIME-HOURS   PIC 9(4)V99  VALUE ZEROES.
           05 WS-PAY-WAGES            PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-VAC-DAYS         PIC 9(3)V99  VALUE ZEROES.
           05 WS-PAY-VAC-PAY          PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-RETRO            PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-COMMISSION       PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-GROSS            PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-DEDUCT-SUBTOTAL  PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-TAX-SUBTOTAL     PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-BENEFIT-SUBTOTAL PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-GARNISH-SUBTOTAL PIC 9(7)V99  VALUE ZEROES.
           05 WS-PAY-NET              PIC S9(7)V99 VALUE ZEROES.
           05 WS-PAY-PLAN-ER-COST     PIC 9(7)V99  VALUE ZEROES.

       01  WS-RUN-TOTALS.
           05 WS-TOT-PAID-COUNT       PIC 9(5)     VALUE ZEROES.
           05 WS-TOT-WAGES            PIC 9(9)V99  VALUE ZEROES.
           05 WS-TOT-VAC-PAY          PIC 9(9)V99  VALUE ZEROES.
           05 WS-TOT-RETRO            PIC 9(9)V99  VALUE ZEROES.
           05 WS-TOT-COMMISSION       PIC 9(9)V99  VALUE ZEROES.
           05 WS-TOT-DEDUCTIONS       PIC 9(9)V99  VALUE ZEROES.
           05 WS-TOT-NET              PIC S9(9)V99 VALUE ZEROES.
           05 WS-TOT-GROSS            PIC 9(9)V99  VALUE ZEROES.
           05 WS-TOT-ER-TAX           PIC 9(9)V99  VALUE ZEROES.
           05 WS-TOT-ER-BENEFIT       PIC 9(9)V99  VALUE ZEROES.

       01  WS-SETTLED-TABLE.
           05 WS-SETTLED-ENTRY OCCURS 2000 TIMES.
              10 WS-STL-EMPLOYEEID    PIC 9(7).
              10 WS-STL-TERM-DATE     PIC 9(8).

       01  WS-FINAL-TABLE.
           05 WS-FINAL-ENTRY OCCURS 200 TIMES.
              10 WS-FNL-EMPLOYEEID    PIC 9(7).
              10 WS-FNL-TERM-DATE     PIC 9(8).
              10 WS-FNL-PAY-GROUP     PIC X(2).
              10 WS-FNL-DEPT-CODE     PIC X(4).
              10 WS-FNL-REGULAR-HOURS PIC 9(4)V99.
              10 WS-FNL-OVERTIME-HOURS PIC 9(4)V99.
              10 WS-FNL-RETRO         PIC 9(7)V99.
              10 WS-FNL-COMMISSION    PIC 9(7)V99.

       01  WS-CALENDAR-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
              10 WS-CAL-GROUP         PIC X(2).
              10 WS-CAL-PERIODS       PIC 9(2).
              10 WS-CAL-END-DATE      PIC 9(8).

       01  WS-REGISTER-HEADING-1.
           05 FILLER            PIC X(40) VALUE
              "ACME CORPORATION - FINAL PAY REGISTER".
           05 FILLER            PIC X(10) VALUE "PAY DATE: ".
           05 WS-RH1-PAY-DATE   PIC 9(8).

       01  WS-REGISTER-COLUMN-HEADINGS.
           05 FILLER            PIC X(9)  VALUE "EMP ID".
           05 FILLER            PIC X(22) VALUE "NAME".
           05 FILLER            PIC X(10) VALUE "TERM DATE".
           05 FILLER            PIC X(6)  VALUE " DAYS".
           05 FILLER            PIC X(15) VALUE "      WAGES".
           05 FILLER            PIC X(9)  VALUE " VAC DAYS".
           05 FILLER            PIC X(15) VALUE "    VACATION".
           05 FILLER            PIC X(15) VALUE "       RETRO".
           05 FILLER            PIC X(15) VALUE "  COMMISSION".
           05 FILLER            PIC X(15) VALUE "       GROSS".

       01  WS-REGISTER-DETAIL-LINE.
           05 WS-RDL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RDL-LASTNAME   PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RDL-FIRSTNAME  PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 WS-RDL-TERM-DATE  PIC 9(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RDL-DAYS       PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RDL-WAGES==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WS-RDL-VAC-DAYS   PIC ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RDL-VAC-PAY==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RDL-RETRO==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RDL-COMMISSION==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05 FILLER            PIC X(1)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RDL-GROSS==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.

       01  WS-REGISTER-HOURS-LINE.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "HOURLY - REG HRS".
           05 WS-RHL-REGULAR    PIC Z,ZZ9.99.
           05 FILLER            PIC X(9)  VALUE "  OT HRS ".
           05 WS-RHL-OVERTIME   PIC Z,ZZ9.99.
           05 FILLER            PIC X(8)  VALUE "  RATE ".
           05 WS-RHL-RATE       PIC ZZ9.99.

       01  WS-REGISTER-DEDUCT-LINE.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 WS-RDD-TYPE       PIC X(2).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RDD-DESCRIPTION PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-RDD-AMOUNT==
               ==:WIDTH:== BY ==$$,$$$,$$9.99==.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 WS-RDD-CAPPED     PIC X(6).

       01  WS-REGISTER-NET-LINE.
           05 FILLER            PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(16) VALUE "FINAL NET PAY:".
           05 WS-RNL-NET        PIC $$,$$$,$$9.99-.

       01  WS-REGISTER-SKIP-LINE.
           05 WS-RSL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
              "NOT ON EMPLOYEE MASTER -".
           05 FILLER            PIC X(22) VALUE
              " FINAL PAY NOT ISSUED".

       01  WS-REGISTER-TOTAL-LINE.
           05 WS-RTL-LABEL      PIC X(24).
           05 WS-RTL-AMOUNT     PIC $$$$,$$$,$$9.99-.

       01  WS-REGISTER-COUNT-LINE.
           05 FILLER            PIC X(24) VALUE "FINAL PAYS ISSUED:".
           05 WS-RCL-COUNT      PIC ZZ,ZZ9.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-FINAL-PAY.
           MOVE "2" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "FINALPAY - SUPERVISOR SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           DISPLAY "Final pay date (YYYYMMDD, zero for today):"
           ACCEPT WS-PAY-DATE
           IF WS-PAY-DATE IS NOT NUMERIC OR WS-PAY-DATE IS EQUAL
               TO ZEROES
               ACCEPT WS-PAY-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 0002-LOAD-SETTLED-TERMINATIONS
           PERFORM 0004-LOAD-OPEN-TERMINATIONS
           IF WS-FINAL-COUNT IS EQUAL TO ZEROES
               DISPLAY "FINALPAY - NO TERMINATIONS AWAITING FINAL "
                   "PAY, NET PAY FILE LEFT AS IT WAS"
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0058-CHECK-PAYNET-EXTRACTED
           OPEN INPUT EMPLOYEEFILE
           IF NOT WS-MASTER-FILE-STATUS-OK
               DISPLAY "FINALPAY ABEND - EMPLOYEE MASTER WILL "
                   "NOT OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0007-LOAD-PAY-CALENDAR
           PERFORM 0009-LOAD-PAY-GROUPS
           PERFORM 0042-LOAD-DEPARTMENTS
           PERFORM 0011-VERIFY-RETRO-FILE
           IF WS-RETRO-AVAILABLE AND NOT WS-RETRO-TRAILER-FOUND
               AND WS-RETRO-READ-COUNT IS GREATER THAN ZEROES
               DISPLAY "FINALPAY ABEND - RETRO PAY FILE HAS NO "
                   "TRAILER - FILE SUSPECT, NOTHING PAID"
               CLOSE EMPLOYEEFILE
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0045-VERIFY-COMMISSION-FILE
           IF WS-COMM-AVAILABLE AND NOT WS-COMM-TRAILER-FOUND
               AND WS-COMM-READ-COUNT IS GREATER THAN ZEROES
               DISPLAY "FINALPAY ABEND - COMMISSION PAY FILE HAS NO "
                   "TRAILER - FILE SUSPECT, NOTHING PAID"
               CLOSE EMPLOYEEFILE
               MOVE 12 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0013-COLLECT-RETRO-AMOUNTS
           PERFORM 0047-COLLECT-COMMISSION
           PERFORM 0015-COLLECT-TIME-CARDS
           PERFORM 0018-OPEN-PAY-FILES
           PERFORM 0020-PAY-ONE-TERMINATION THRU 0020-EXIT
               VARYING WS-FINAL-IDX FROM 1 BY 1
               UNTIL WS-FINAL-IDX IS GREATER THAN WS-FINAL-COUNT
           PERFORM 0035-WRITE-PAYNET-TRAILER
           PERFORM 0036-PRINT-REGISTER-TOTALS
           CLOSE EMPLOYEEFILE
           CLOSE PAYNETFILE
           CLOSE FINALPAYFILE
           CLOSE FINALREGISTERFILE
           IF WS-YTD-AVAILABLE
               CLOSE EMPYTDFILE
           END-IF
           IF WS-LEAVE-AVAILABLE
               CLOSE LEAVEBALFILE
           END-IF
           IF WS-REMIT-AVAILABLE
               CLOSE REMITDETAILFILE
           END-IF
           IF WS-LABOR-AVAILABLE
               CLOSE LABORDISTFILE
           END-IF
           IF WS-ERCOST-AVAILABLE
               CLOSE ERCOSTFILE
           END-IF
           PERFORM 0056-WRITE-RUN-STATS
           PERFORM 0038-CYCLE-RETRO-FILE
           PERFORM 0049-CYCLE-COMMISSION-FILE
           PERFORM 0040-CYCLE-TIMECARD-FILE
           DISPLAY "FINALPAY - FINAL PAYS ISSUED: ",
               WS-TOT-PAID-COUNT, " NOT ON MASTER: ",
               WS-NOT-ON-MASTER-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-SETTLED-TERMINATIONS.
           OPEN INPUT FINALPAYFILE
           IF WS-FINALPAY-FILE-STATUS-OK
               READ FINALPAYFILE
                   AT END SET FINALPAY-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0003-STORE-ONE-SETTLED
                   UNTIL FINALPAY-ENDOFFILE
               CLOSE FINALPAYFILE
           END-IF.
       0002-END.

      * A SETTLED TERMINATION THAT DID NOT FIT THE TABLE WOULD BE
      * PAID AGAIN, SO THE RUN STOPS BEFORE ANYTHING IS PAID.
       0003-STORE-ONE-SETTLED.
           IF WS-SETTLED-COUNT IS EQUAL TO 2000
               DISPLAY "FINALPAY ABEND - SETTLED TABLE FULL "
                   "(2000 MAX), RUN ABANDONED BEFORE ANY PAY"
               CLOSE FINALPAYFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           ADD 1 TO WS-SETTLED-COUNT
           MOVE FP-EMPLOYEEID TO WS-STL-EMPLOYEEID(WS-SETTLED-COUNT)
           MOVE FP-TERM-DATE TO WS-STL-TERM-DATE(WS-SETTLED-COUNT)
           READ FINALPAYFILE
               AT END SET FINALPAY-ENDOFFILE TO TRUE
           END-READ.
       0003-END.

       0004-LOAD-OPEN-TERMINATIONS.
           OPEN INPUT TERMLOGFILE
           IF WS-TERMLOG-FILE-STATUS-OK
               READ TERMLOGFILE
                   AT END SET TERMLOG-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0005-STORE-ONE-TERMINATION
                   UNTIL TERMLOG-ENDOFFILE
               CLOSE TERMLOGFILE
           ELSE
               DISPLAY "FINALPAY - NO TERMINATION LOG ON HAND"
           END-IF.
       0004-END.

      * A TERMINATION IS OPEN UNTIL ITS EMPLOYEE AND DATE APPEAR ON
      * THE FINAL-PAY FILE; ONE EMPLOYEE IS PAID ONCE PER RUN.
       0005-STORE-ONE-TERMINATION.
           MOVE "N" TO WS-ALREADY-SETTLED-SW
           PERFORM 0006-MATCH-ONE-SETTLED
               VARYING WS-SETTLED-IDX FROM 1 BY 1
               UNTIL WS-SETTLED-IDX IS GREATER THAN WS-SETTLED-COUNT
           MOVE TL-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
           PERFORM 0022-FIND-FINAL-ENTRY
           IF NOT WS-ALREADY-SETTLED AND
               WS-CURR-FINAL-IDX IS EQUAL TO ZEROES
               IF WS-FINAL-COUNT IS EQUAL TO 200
                   DISPLAY "WARNING - FINAL PAY TABLE FULL (200 "
                       "MAX), EMPLOYEE " TL-EMPLOYEEID " LEFT FOR "
                       "THE NEXT RUN"
               ELSE
                   ADD 1 TO WS-FINAL-COUNT
                   INITIALIZE WS-FINAL-ENTRY(WS-FINAL-COUNT)
                   MOVE TL-EMPLOYEEID
                       TO WS-FNL-EMPLOYEEID(WS-FINAL-COUNT)
                   MOVE TL-TERM-DATE
                       TO WS-FNL-TERM-DATE(WS-FINAL-COUNT)
                   MOVE WS-DEFAULT-PAY-GROUP
                       TO WS-FNL-PAY-GROUP(WS-FINAL-COUNT)
               END-IF
           END-IF
           READ TERMLOGFILE
               AT END SET TERMLOG-ENDOFFILE TO TRUE
           END-READ.
       0005-END.

       0006-MATCH-ONE-SETTLED.
           IF WS-STL-EMPLOYEEID(WS-SETTLED-IDX) IS EQUAL TO
               TL-EMPLOYEEID AND
               WS-STL-TERM-DATE(WS-SETTLED-IDX) IS EQUAL TO
               TL-TERM-DATE
               SET WS-ALREADY-SETTLED TO TRUE
           END-IF.
       0006-END.

       0007-LOAD-PAY-CALENDAR.
           OPEN INPUT PAYCALFILE
           IF WS-PAYCAL-FILE-STATUS-OK
               READ PAYCALFILE
                   AT END SET PAYCAL-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0008-STORE-ONE-CALENDAR
                   UNTIL PAYCAL-ENDOFFILE
               CLOSE PAYCALFILE
           ELSE
               DISPLAY "FINALPAY - NO PAY CALENDAR FILE, SALARY "
                   "PRORATED FROM THE START OF THE TERMINATION MONTH"
           END-IF.
       0007-END.

       0008-STORE-ONE-CALENDAR.
           IF WS-CAL-COUNT IS EQUAL TO 500
               DISPLAY "WARNING - PAY CALENDAR TABLE FULL (500 "
                   "MAX), GROUP " PC-GROUP " DATE "
                   PC-PERIOD-END-DATE " SKIPPED"
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE PC-GROUP TO WS-CAL-GROUP(WS-CAL-COUNT)
               MOVE PC-PERIODS-PER-YEAR TO WS-CAL-PERIODS(WS-CAL-COUNT)
               MOVE PC-PERIOD-END-DATE TO
                   WS-CAL-END-DATE(WS-CAL-COUNT)
           END-IF
           READ PAYCALFILE
               AT END SET PAYCAL-ENDOFFILE TO TRUE
           END-READ.
       0008-END.

       0009-LOAD-PAY-GROUPS.
           OPEN INPUT PAYGRPFILE
           IF WS-PAYGRP-FILE-STATUS-OK
               READ PAYGRPFILE
                   AT END SET PAYGRP-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0010-TAKE-ONE-PAY-GROUP
                   UNTIL PAYGRP-ENDOFFILE
               CLOSE PAYGRPFILE
           END-IF.
       0009-END.

       0010-TAKE-ONE-PAY-GROUP.
           MOVE PG-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
           PERFORM 0022-FIND-FINAL-ENTRY
           IF WS-CURR-FINAL-IDX IS GREATER THAN ZEROES
               MOVE PG-GROUP TO WS-FNL-PAY-GROUP(WS-CURR-FINAL-IDX)
           END-IF
           READ PAYGRPFILE
               AT END SET PAYGRP-ENDOFFILE TO TRUE
           END-READ.
       0010-END.

      * THE RETRO FILE IS PROVED AGAINST ITS CONTROL TRAILER BEFORE
      * ANY AMOUNT IS TAKEN FROM IT, AS THE SALARY RUN DOES.
       0011-VERIFY-RETRO-FILE.
           OPEN INPUT RETROFILE
           IF WS-RETRO-FILE-STATUS-OK
               SET WS-RETRO-AVAILABLE TO TRUE
               READ RETROFILE
                   AT END SET RETRO-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0012-COUNT-ONE-RETRO UNTIL RETRO-ENDOFFILE
               CLOSE RETROFILE
           END-IF.
       0011-END.

       0012-COUNT-ONE-RETRO.
           IF RT-TRL-PRESENT
               SET WS-RETRO-TRAILER-FOUND TO TRUE
               IF RT-TRL-RECORD-COUNT IS NOT EQUAL TO
                   WS-RETRO-READ-COUNT OR
                   RT-TRL-AMOUNT-HASH IS NOT EQUAL TO
                       WS-RETRO-READ-HASH
                   DISPLAY "FINALPAY ABEND - RETRO PAY FILE FAILS "
                       "ITS CONTROL TOTALS, NOTHING PAID"
                   CLOSE RETROFILE
                   CLOSE EMPLOYEEFILE
                   MOVE 12 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
               END-IF
           ELSE
               ADD 1 TO WS-RETRO-READ-COUNT
               ADD RT-AMOUNT TO WS-RETRO-READ-HASH
           END-IF
           READ RETROFILE
               AT END SET RETRO-ENDOFFILE TO TRUE
           END-READ.
       0012-END.

      * RETRO AMOUNTS HELD BY THE SALARY RUN FOR A TERMINATED
      * EMPLOYEE ARE PAID WITH THE FINAL CHECK; EVERY OTHER RECORD
      * GOES TO THE WORK FILE AND CYCLES BACK WITH A NEW TRAILER.
       0013-COLLECT-RETRO-AMOUNTS.
           IF WS-RETRO-AVAILABLE
               OPEN INPUT RETROFILE
               OPEN OUTPUT RETROWORKFILE
               READ RETROFILE
                   AT END SET RETRO-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0014-SORT-ONE-RETRO UNTIL RETRO-ENDOFFILE
               CLOSE RETROFILE
               CLOSE RETROWORKFILE
           END-IF.
       0013-END.

       0014-SORT-ONE-RETRO.
           IF NOT RT-TRL-PRESENT
               MOVE RT-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0022-FIND-FINAL-ENTRY
               IF WS-CURR-FINAL-IDX IS GREATER THAN ZEROES
                   ADD RT-AMOUNT TO WS-FNL-RETRO(WS-CURR-FINAL-IDX)
               ELSE
                   ADD 1 TO WS-RETRO-KEPT-COUNT
                   ADD RT-AMOUNT TO WS-RETRO-KEPT-HASH
                   MOVE RETRODETAILS TO RETRO-WORK-RECORD
                   WRITE RETRO-WORK-RECORD
               END-IF
           END-IF
           READ RETROFILE
               AT END SET RETRO-ENDOFFILE TO TRUE
           END-READ.
       0014-END.

      * TIME CARDS HELD BY THE SALARY RUN FOR A TERMINATED HOURLY
      * EMPLOYEE ARE PAID HERE UNDER THE SAME WEEKLY OVERTIME RULE;
      * ALL OTHER CARDS PASS THROUGH UNTOUCHED.
       0015-COLLECT-TIME-CARDS.
           OPEN INPUT TIMECARDFILE
           IF WS-TIMECARD-FILE-STATUS-OK
               SET WS-TIMECARD-AVAILABLE TO TRUE
               OPEN OUTPUT TIMECARDWORKFILE
               READ TIMECARDFILE
                   AT END SET TIMECARD-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0016-SORT-ONE-TIMECARD
                   UNTIL TIMECARD-ENDOFFILE
               CLOSE TIMECARDFILE
               CLOSE TIMECARDWORKFILE
           END-IF.
       0015-END.

       0016-SORT-ONE-TIMECARD.
           MOVE TC-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
           PERFORM 0022-FIND-FINAL-ENTRY
           IF WS-CURR-FINAL-IDX IS GREATER THAN ZEROES AND
               TC-REGULAR-HOURS IS NUMERIC AND
               TC-OVERTIME-HOURS IS NUMERIC
               ADD 1 TO WS-TC-TAKEN-COUNT
               PERFORM 0017-ACCUMULATE-ONE-TIMECARD
           ELSE
               ADD 1 TO WS-TC-KEPT-COUNT
               MOVE TIMECARDDETAILS TO TIMECARD-WORK-RECORD
               WRITE TIMECARD-WORK-RECORD
           END-IF
           READ TIMECARDFILE
               AT END SET TIMECARD-ENDOFFILE TO TRUE
           END-READ.
       0016-END.

       0017-ACCUMULATE-ONE-TIMECARD.
           ADD TC-REGULAR-HOURS TC-OVERTIME-HOURS
               GIVING WS-TC-WEEK-HOURS
           IF WS-TC-WEEK-HOURS IS GREATER THAN WS-STANDARD-WEEK-HOURS
               ADD WS-STANDARD-WEEK-HOURS
                   TO WS-FNL-REGULAR-HOURS(WS-CURR-FINAL-IDX)
               COMPUTE WS-FNL-OVERTIME-HOURS(WS-CURR-FINAL-IDX) =
                   WS-FNL-OVERTIME-HOURS(WS-CURR-FINAL-IDX) +
                   WS-TC-WEEK-HOURS - WS-STANDARD-WEEK-HOURS
           ELSE
               ADD WS-TC-WEEK-HOURS
                   TO WS-FNL-REGULAR-HOURS(WS-CURR-FINAL-IDX)
           END-IF.
       0017-END.

       0018-OPEN-PAY-FILES.
           OPEN OUTPUT PAYNETFILE
           IF NOT WS-PAYNET-FILE-STATUS-OK
               DISPLAY "FINALPAY ABEND - NET PAY FILE I/O ERROR"
               DISPLAY "FILE STATUS CODE: ", WS-PAYNET-FILE-STATUS
               CLOSE EMPLOYEEFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           OPEN EXTEND FINALPAYFILE
           IF NOT WS-FINALPAY-FILE-STATUS-OK
               OPEN OUTPUT FINALPAYFILE
           END-IF
           OPEN EXTEND REMITDETAILFILE
           IF NOT WS-REMIT-FILE-STATUS-OK
               OPEN OUTPUT REMITDETAILFILE
           END-IF
           IF WS-REMIT-FILE-STATUS-OK
               SET WS-REMIT-AVAILABLE TO TRUE
           ELSE
               DISPLAY "FINALPAY - REMITTANCE DETAIL FILE NOT "
                   "AVAILABLE, WITHHOLDINGS NOT LOGGED"
           END-IF
           OPEN EXTEND LABORDISTFILE
           IF NOT WS-LABOR-FILE-STATUS-OK
               OPEN OUTPUT LABORDISTFILE
           END-IF
           IF WS-LABOR-FILE-STATUS-OK
               SET WS-LABOR-AVAILABLE TO TRUE
           ELSE
               DISPLAY "FINALPAY - LABOR DISTRIBUTION FILE NOT "
                   "AVAILABLE, DEPARTMENT LABOR NOT LOGGED"
           END-IF
           PERFORM 0054-LOAD-EMPLOYER-RATES
           OPEN I-O EMPYTDFILE
           IF NOT WS-YTD-FILE-STATUS-OK
               OPEN OUTPUT EMPYTDFILE
               IF WS-YTD-FILE-STATUS-OK
                   CLOSE EMPYTDFILE
                   OPEN I-O EMPYTDFILE
               END-IF
           END-IF
           IF WS-YTD-FILE-STATUS-OK
               SET WS-YTD-AVAILABLE TO TRUE
           ELSE
               DISPLAY "FINALPAY - YEAR-TO-DATE FILE NOT "
                   "AVAILABLE, EARNINGS NOT ACCUMULATED"
           END-IF
           OPEN I-O LEAVEBALFILE
           IF WS-LEAVE-FILE-STATUS-OK
               SET WS-LEAVE-AVAILABLE TO TRUE
           ELSE
               DISPLAY "FINALPAY - NO LEAVE BALANCE FILE, NO "
                   "VACATION PAID OUT"
           END-IF
           OPEN OUTPUT FINALREGISTERFILE
           MOVE WS-PAY-DATE TO WS-RH1-PAY-DATE
           MOVE WS-REGISTER-HEADING-1 TO FINAL-REGISTER-LINE
           WRITE FINAL-REGISTER-LINE
           MOVE SPACES TO FINAL-REGISTER-LINE
           WRITE FINAL-REGISTER-LINE
           MOVE WS-REGISTER-COLUMN-HEADINGS TO FINAL-REGISTER-LINE
           WRITE FINAL-REGISTER-LINE.
       0018-END.

       0020-PAY-ONE-TERMINATION.
           MOVE "N" TO WS-EMP-FOUND-SWITCH
           MOVE WS-FNL-EMPLOYEEID(WS-FINAL-IDX) TO EMPLOYEEID
           READ EMPLOYEEFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EMP-FOUND TO TRUE
           END-READ
           IF NOT WS-EMP-FOUND
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
               MOVE WS-FNL-EMPLOYEEID(WS-FINAL-IDX)
                   TO WS-RSL-EMPLOYEEID
               MOVE WS-REGISTER-SKIP-LINE TO FINAL-REGISTER-LINE
               WRITE FINAL-REGISTER-LINE
               GO TO 0020-EXIT
           END-IF
           INITIALIZE WS-PAY-AMOUNTS
           MOVE WS-FNL-RETRO(WS-FINAL-IDX) TO WS-PAY-RETRO
           MOVE WS-FNL-COMMISSION(WS-FINAL-IDX) TO WS-PAY-COMMISSION
           PERFORM 0023-COMPUTE-FINAL-WAGES
           PERFORM 0026-COMPUTE-VACATION-PAYOUT
           COMPUTE WS-PAY-GROSS = WS-PAY-WAGES + WS-PAY-VAC-PAY
               + WS-PAY-RETRO + WS-PAY-COMMISSION
           PERFORM 0027-FETCH-YTD-RECORD
           MOVE EMPLOYEEID TO WS-RDL-EMPLOYEEID
           MOVE LASTNAME TO WS-RDL-LASTNAME
           MOVE FIRSTNAME TO WS-RDL-FIRSTNAME
           MOVE WS-FNL-TERM-DATE(WS-FINAL-IDX) TO WS-RDL-TERM-DATE
           MOVE WS-DAYS-PAID TO WS-RDL-DAYS
           MOVE WS-PAY-WAGES TO WS-RDL-WAGES
           MOVE WS-PAY-VAC-DAYS TO WS-RDL-VAC-DAYS
           MOVE WS-PAY-VAC-PAY TO WS-RDL-VAC-PAY
           MOVE WS-PAY-RETRO TO WS-RDL-RETRO
           MOVE WS-PAY-COMMISSION TO WS-RDL-COMMISSION
           MOVE WS-PAY-GROSS TO WS-RDL-GROSS
           MOVE WS-REGISTER-DETAIL-LINE TO FINAL-REGISTER-LINE
           WRITE FINAL-REGISTER-LINE
           IF PAY-TYPE-HOURLY
               MOVE WS-PAY-REGULAR-HOURS TO WS-RHL-REGULAR
               MOVE WS-PAY-OVERTIME-HOURS TO WS-RHL-OVERTIME
               MOVE HOURLY-RATE TO WS-RHL-RATE
               MOVE WS-REGISTER-HOURS-LINE TO FINAL-REGISTER-LINE
               WRITE FINAL-REGISTER-LINE
           END-IF
           PERFORM 0028-APPLY-DEDUCTIONS
           COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-DEDUCT-SUBTOTAL
           MOVE WS-PAY-NET TO WS-RNL-NET
           MOVE WS-REGISTER-NET-LINE TO FINAL-REGISTER-LINE
           WRITE FINAL-REGISTER-LINE
           PERFORM 0031-UPDATE-YTD-RECORD
           PERFORM 0032-ZERO-LEAVE-BALANCE
           PERFORM 0033-WRITE-PAYNET-RECORD
           PERFORM 0034-WRITE-FINALPAY-RECORD
           PERFORM 0044-WRITE-LABOR-DIST
           PERFORM 0051-ACCRUE-EMPLOYER-COSTS
           ADD 1 TO WS-TOT-PAID-COUNT
           ADD WS-PAY-GROSS TO WS-TOT-GROSS
           ADD WS-PAY-WAGES TO WS-TOT-WAGES
           ADD WS-PAY-VAC-PAY TO WS-TOT-VAC-PAY
           ADD WS-PAY-RETRO TO WS-TOT-RETRO
           ADD WS-PAY-COMMISSION TO WS-TOT-COMMISSION
           ADD WS-PAY-DEDUCT-SUBTOTAL TO WS-TOT-DEDUCTIONS
           ADD WS-PAY-NET TO WS-TOT-NET.
       0020-EXIT.
           EXIT.
       0020-END.

       0021-MATCH-ONE-FINAL.
           IF WS-FNL-EMPLOYEEID(WS-FINAL-IDX) IS EQUAL TO
               WS-LOOKUP-EMPLOYEEID
               MOVE WS-FINAL-IDX TO WS-CURR-FINAL-IDX
           END-IF.
       0021-END.

       0022-FIND-FINAL-ENTRY.
           MOVE ZEROES TO WS-CURR-FINAL-IDX
           PERFORM 0021-MATCH-ONE-FINAL
               VARYING WS-FINAL-IDX FROM 1 BY 1
               UNTIL WS-FINAL-IDX IS GREATER THAN WS-FINAL-COUNT.
       0022-END.

      * SALARIED STAFF ARE PAID EVERY CALENDAR DAY FROM THE DAY
      * AFTER THEIR GROUP'S LAST PERIOD END UP TO AND INCLUDING THE
      * TERMINATION DATE, AT ANNUAL SALARY OVER 365, NEVER MORE
      * THAN ONE FULL PERIOD. WITH NO CALENDAR PERIOD BEFORE THE
      * TERMINATION THE COUNT STARTS AT THE FIRST OF THE MONTH.
      * HOURLY STAFF ARE PAID THE HOURS ON THEIR HELD TIME CARDS.
       0023-COMPUTE-FINAL-WAGES.
           MOVE WS-FNL-TERM-DATE(WS-FINAL-IDX) TO WS-TERM-DATE-NUM
           MOVE WS-DEFAULT-PERIODS TO WS-EMP-PERIODS
           MOVE ZEROES TO WS-LAST-PERIOD-END
           PERFORM 0024-CHECK-ONE-CALENDAR
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX IS GREATER THAN WS-CAL-COUNT
           MOVE ZEROES TO WS-DAYS-PAID
           IF WS-LAST-PERIOD-END IS EQUAL TO ZEROES
               MOVE WS-TDW-DAY TO WS-DAYS-PAID
           ELSE
               MOVE WS-LAST-PERIOD-END TO WS-SWEEP-DATE-NUM
               PERFORM 0025-COUNT-ONE-DAY
                   UNTIL WS-SWEEP-DATE-NUM IS NOT LESS THAN
                       WS-TERM-DATE-NUM OR
                       WS-DAYS-PAID IS EQUAL TO 366
           END-IF
           IF PAY-TYPE-HOURLY
               MOVE WS-FNL-REGULAR-HOURS(WS-FINAL-IDX)
                   TO WS-PAY-REGULAR-HOURS
               MOVE WS-FNL-OVERTIME-HOURS(WS-FINAL-IDX)
                   TO WS-PAY-OVERTIME-HOURS
               COMPUTE WS-PAY-WAGES ROUNDED =
                   (WS-PAY-REGULAR-HOURS +
                    WS-PAY-OVERTIME-HOURS * WS-OVERTIME-FACTOR)
                   * HOURLY-RATE
           ELSE
               COMPUTE WS-PAY-WAGES ROUNDED =
                   SALARY * WS-DAYS-PAID / 365
               COMPUTE WS-PERIOD-CAP ROUNDED =
                   SALARY / WS-EMP-PERIODS
               IF WS-PAY-WAGES IS GREATER THAN WS-PERIOD-CAP
                   MOVE WS-PERIOD-CAP TO WS-PAY-WAGES
               END-IF
           END-IF.
       0023-END.

      * THE PERIOD ENDING ON THE TERMINATION DATE ITSELF WAS NOT
      * PAID - THE SALARY RUN THAT TERMINATED THE EMPLOYEE SKIPPED
      * THEM - SO ONLY EARLIER PERIOD ENDS COUNT.
       0024-CHECK-ONE-CALENDAR.
           IF WS-CAL-GROUP(WS-CAL-IDX) IS EQUAL TO
               WS-FNL-PAY-GROUP(WS-FINAL-IDX)
               MOVE WS-CAL-PERIODS(WS-CAL-IDX) TO WS-EMP-PERIODS
               IF WS-CAL-END-DATE(WS-CAL-IDX) IS LESS THAN
                   WS-TERM-DATE-NUM AND
                   WS-CAL-END-DATE(WS-CAL-IDX) IS GREATER THAN
                       WS-LAST-PERIOD-END
                   MOVE WS-CAL-END-DATE(WS-CAL-IDX)
                       TO WS-LAST-PERIOD-END
               END-IF
           END-IF
           IF WS-EMP-PERIODS IS EQUAL TO ZEROES
               MOVE WS-DEFAULT-PERIODS TO WS-EMP-PERIODS
           END-IF.
       0024-END.

       0025-COUNT-ONE-DAY.
           MOVE "N" TO WS-LEAP-YEAR-SWITCH
           DIVIDE WS-SWEEP-YEAR BY 4
               GIVING WS-YEAR-QUOTIENT
               REMAINDER WS-YEAR-REMAINDER
           IF WS-YEAR-REMAINDER IS EQUAL TO ZEROES
               SET WS-IS-LEAP-YEAR TO TRUE
               DIVIDE WS-SWEEP-YEAR BY 100
                   GIVING WS-YEAR-QUOTIENT
                   REMAINDER WS-YEAR-REMAINDER
               IF WS-YEAR-REMAINDER IS EQUAL TO ZEROES
                   MOVE "N" TO WS-LEAP-YEAR-SWITCH
                   DIVIDE WS-SWEEP-YEAR BY 400
                       GIVING WS-YEAR-QUOTIENT
                       REMAINDER WS-YEAR-REMAINDER
                   IF WS-YEAR-REMAINDER IS EQUAL TO ZEROES
                       SET WS-IS-LEAP-YEAR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-SWEEP-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
               MOVE 29 TO WS-MONTH-END-DAY
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-SWEEP-MONTH)
                   TO WS-MONTH-END-DAY
           END-IF
           IF WS-SWEEP-DAY IS LESS THAN WS-MONTH-END-DAY
               ADD 1 TO WS-SWEEP-DAY
           ELSE
               MOVE 01 TO WS-SWEEP-DAY
               IF WS-SWEEP-MONTH IS LESS THAN 12
                   ADD 1 TO WS-SWEEP-MONTH
               ELSE
                   MOVE 01 TO WS-SWEEP-MONTH
                   ADD 1 TO WS-SWEEP-YEAR
               END-IF
           END-IF
           ADD 1 TO WS-DAYS-PAID.
       0025-END.

      * UNUSED VACATION IS PAID AT THE DAILY RATE: ANNUAL SALARY
      * OVER THE WORKING DAYS IN A YEAR, OR A STANDARD DAY AT THE
      * HOURLY RATE. A NEGATIVE BALANCE IS NOT CLAWED BACK HERE.
       0026-COMPUTE-VACATION-PAYOUT.
           MOVE "N" TO WS-LEAVE-FOUND-SWITCH
           IF WS-LEAVE-AVAILABLE
               MOVE EMPLOYEEID TO LV-EMPLOYEEID
               READ LEAVEBALFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-LEAVE-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-LEAVE-FOUND AND
               LV-VAC-BALANCE IS GREATER THAN ZEROES
               MOVE LV-VAC-BALANCE TO WS-PAY-VAC-DAYS
               IF PAY-TYPE-HOURLY
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       HOURLY-RATE * WS-HOURS-PER-DAY
               ELSE
                   COMPUTE WS-DAILY-RATE ROUNDED =
                       SALARY / WS-WORK-DAYS-PER-YEAR
               END-IF
               COMPUTE WS-PAY-VAC-PAY ROUNDED =
                   WS-PAY-VAC-DAYS * WS-DAILY-RATE
           END-IF.
       0026-END.

       0027-FETCH-YTD-RECORD.
           MOVE "N" TO WS-YTD-FOUND-SWITCH
           MOVE ZEROES TO WS-YTD-PRIOR-TAX
           MOVE ZEROES TO WS-YTD-PRIOR-BENEFIT
           MOVE ZEROES TO WS-YTD-PRIOR-GARNISH
           MOVE ZEROES TO WS-YTD-PRIOR-GROSS
           IF WS-YTD-AVAILABLE
               MOVE EMPLOYEEID TO YTD-EMPLOYEEID
               MOVE WS-PAY-YEAR TO YTD-YEAR
               READ EMPYTDFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-YTD-FOUND TO TRUE
               END-READ
               IF WS-YTD-FOUND
                   MOVE YTD-TAX     TO WS-YTD-PRIOR-TAX
                   MOVE YTD-BENEFIT TO WS-YTD-PRIOR-BENEFIT
                   MOVE YTD-GARNISH TO WS-YTD-PRIOR-GARNISH
                   MOVE YTD-GROSS   TO WS-YTD-PRIOR-GROSS
               END-IF
           END-IF.
       0027-END.

       0028-APPLY-DEDUCTIONS.
           OPEN INPUT DEDUCTIONFILE
           IF WS-DEDUCT-FILE-STATUS-OK
               READ DEDUCTIONFILE
                   AT END SET DEDUCT-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0029-CHECK-ONE-DEDUCTION
                   UNTIL DEDUCT-ENDOFFILE OR
                       DEDUCT-EMPLOYEEID IS GREATER THAN EMPLOYEEID
               CLOSE DEDUCTIONFILE
           END-IF.
       0028-END.

       0029-CHECK-ONE-DEDUCTION.
           IF DEDUCT-EMPLOYEEID IS EQUAL TO EMPLOYEEID
               PERFORM 0030-COMPUTE-DEDUCTION-AMOUNT
               MOVE DEDUCT-TYPE TO WS-RDD-TYPE
               MOVE DEDUCT-DESCRIPTION TO WS-RDD-DESCRIPTION
               MOVE WS-DEDUCT-APPLIED TO WS-RDD-AMOUNT
               MOVE WS-REGISTER-DEDUCT-LINE TO FINAL-REGISTER-LINE
               WRITE FINAL-REGISTER-LINE
               ADD WS-DEDUCT-APPLIED TO WS-PAY-DEDUCT-SUBTOTAL
               IF DEDUCT-TYPE-TAX
                   ADD WS-DEDUCT-APPLIED TO WS-PAY-TAX-SUBTOTAL
               ELSE
                   IF DEDUCT-TYPE-BENEFIT
                       ADD WS-DEDUCT-APPLIED
                           TO WS-PAY-BENEFIT-SUBTOTAL
                       IF DEDUCT-ER-COST IS NUMERIC
                           ADD DEDUCT-ER-COST TO WS-PAY-PLAN-ER-COST
                       END-IF
                   ELSE
                       ADD WS-DEDUCT-APPLIED
                           TO WS-PAY-GARNISH-SUBTOTAL
                   END-IF
               END-IF
               IF WS-REMIT-AVAILABLE AND
                   WS-DEDUCT-APPLIED IS GREATER THAN ZEROES
                   MOVE WS-PAY-DATE TO RD-RUN-DATE
                   MOVE EMPLOYEEID TO RD-EMPLOYEEID
                   MOVE DEDUCT-TYPE TO RD-TYPE
                   MOVE DEDUCT-DESCRIPTION TO RD-DESCRIPTION
                   MOVE WS-DEDUCT-APPLIED TO RD-AMOUNT
                   WRITE REMITDETAILS
               END-IF
           END-IF
           READ DEDUCTIONFILE
               AT END SET DEDUCT-ENDOFFILE TO TRUE
           END-READ.
       0029-END.

      * THE SAME RULES AS THE SALARY RUN: A PERCENTAGE IS TAKEN ON
      * THE EARNINGS BEFORE RETRO AND COMMISSION, AND AN ANNUAL
      * CEILING TRIMS THE AMOUNT TO WHAT IS LEFT AFTER THE
      * YEAR-TO-DATE WITHHOLDING.
       0030-COMPUTE-DEDUCTION-AMOUNT.
           MOVE SPACES TO WS-RDD-CAPPED
           IF DEDUCT-METHOD-PERCENT
               COMPUTE WS-DEDUCT-APPLIED ROUNDED =
                   (WS-PAY-WAGES + WS-PAY-VAC-PAY) *
                   DEDUCT-PERCENT / 100
           ELSE
               MOVE DEDUCT-AMOUNT TO WS-DEDUCT-APPLIED
           END-IF
           IF DEDUCT-ANNUAL-CAP IS GREATER THAN ZEROES
               IF DEDUCT-TYPE-TAX
                   COMPUTE WS-DEDUCT-ROOM =
                       DEDUCT-ANNUAL-CAP - WS-YTD-PRIOR-TAX -
                       WS-PAY-TAX-SUBTOTAL
               ELSE
                   IF DEDUCT-TYPE-BENEFIT
                       COMPUTE WS-DEDUCT-ROOM =
                           DEDUCT-ANNUAL-CAP - WS-YTD-PRIOR-BENEFIT -
                           WS-PAY-BENEFIT-SUBTOTAL
                   ELSE
                       COMPUTE WS-DEDUCT-ROOM =
                           DEDUCT-ANNUAL-CAP - WS-YTD-PRIOR-GARNISH -
                           WS-PAY-GARNISH-SUBTOTAL
                   END-IF
               END-IF
               IF WS-DEDUCT-ROOM IS LESS THAN ZEROES
                   MOVE ZEROES TO WS-DEDUCT-ROOM
               END-IF
               IF WS-DEDUCT-APPLIED IS GREATER THAN WS-DEDUCT-ROOM
                   MOVE WS-DEDUCT-ROOM TO WS-DEDUCT-APPLIED
                   MOVE "CAPPED" TO WS-RDD-CAPPED
               END-IF
           END-IF.
       0030-END.

       0031-UPDATE-YTD-RECORD.
           IF WS-YTD-AVAILABLE
               IF NOT WS-YTD-FOUND
                   MOVE EMPLOYEEID TO YTD-EMPLOYEEID
                   MOVE WS-PAY-YEAR TO YTD-YEAR
                   MOVE ZEROES TO YTD-GROSS
                   MOVE ZEROES TO YTD-TAX
                   MOVE ZEROES TO YTD-BENEFIT
                   MOVE ZEROES TO YTD-GARNISH
                   MOVE ZEROES TO YTD-NET
               END-IF
               ADD WS-PAY-GROSS TO YTD-GROSS
               ADD WS-PAY-TAX-SUBTOTAL TO YTD-TAX
               ADD WS-PAY-BENEFIT-SUBTOTAL TO YTD-BENEFIT
               ADD WS-PAY-GARNISH-SUBTOTAL TO YTD-GARNISH
               ADD WS-PAY-NET TO YTD-NET
               IF WS-YTD-FOUND
                   REWRITE YTDDETAILS
               ELSE
                   WRITE YTDDETAILS
               END-IF
           END-IF.
       0031-END.

      * BOTH BALANCES GO TO ZERO: VACATION HAS JUST BEEN PAID OUT
      * AND SICK LEAVE IS NOT PAYABLE ON TERMINATION.
       0032-ZERO-LEAVE-BALANCE.
           IF WS-LEAVE-FOUND
               MOVE ZEROES TO LV-VAC-BALANCE
               MOVE ZEROES TO LV-SICK-BALANCE
               MOVE WS-PAY-DATE TO LV-LAST-ACCRUAL-DATE
               REWRITE LEAVEBALDETAILS
           END-IF.
       0032-END.

       0033-WRITE-PAYNET-RECORD.
           MOVE EMPLOYEEID TO PN-EMPLOYEEID
           MOVE WS-PAY-DATE TO PN-RUN-DATE
           MOVE WS-PAY-NET TO PN-NET
           WRITE PAYNETDETAILS
           ADD 1 TO WS-PAYNET-COUNT
           IF WS-PAY-NET IS GREATER THAN ZEROES
               ADD WS-PAY-NET TO WS-PAYNET-HASH
           END-IF.
       0033-END.

       0034-WRITE-FINALPAY-RECORD.
           MOVE EMPLOYEEID TO FP-EMPLOYEEID
           MOVE WS-FNL-TERM-DATE(WS-FINAL-IDX) TO FP-TERM-DATE
           MOVE WS-PAY-DATE TO FP-PAY-DATE
           MOVE WS-DAYS-PAID TO FP-DAYS-PAID
           MOVE WS-PAY-WAGES TO FP-WAGES
           MOVE WS-PAY-VAC-DAYS TO FP-VAC-DAYS
           MOVE WS-PAY-VAC-PAY TO FP-VAC-PAY
           MOVE WS-PAY-RETRO TO FP-RETRO
           MOVE WS-PAY-COMMISSION TO FP-COMMISSION
           MOVE WS-PAY-DEDUCT-SUBTOTAL TO FP-DEDUCTIONS
           MOVE WS-PAY-NET TO FP-NET
           WRITE FINALPAYDETAILS.
       0034-END.

       0035-WRITE-PAYNET-TRAILER.
           MOVE SPACES TO PAYNET-TRAILER-VIEW
           MOVE "TRAILER " TO PY-TRL-ID
           MOVE WS-PAYNET-COUNT TO PY-TRL-RECORD-COUNT
           MOVE WS-PAYNET-HASH TO PY-TRL-AMOUNT-HASH
           WRITE PAYNET-TRAILER-VIEW.
       0035-END.

       0036-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO FINAL-REGISTER-LINE
           WRITE FINAL-REGISTER-LINE
           MOVE WS-TOT-PAID-COUNT TO WS-RCL-COUNT
           MOVE WS-REGISTER-COUNT-LINE TO FINAL-REGISTER-LINE
           WRITE FINAL-REGISTER-LINE
           MOVE "PRORATED WAGES:" TO WS-RTL-LABEL
           MOVE WS-TOT-WAGES TO WS-RTL-AMOUNT
           PERFORM 0037-WRITE-TOTAL-LINE
           MOVE "VACATION PAID OUT:" TO WS-RTL-LABEL
           MOVE WS-TOT-VAC-PAY TO WS-RTL-AMOUNT
           PERFORM 0037-WRITE-TOTAL-LINE
           MOVE "RETRO PAID:" TO WS-RTL-LABEL
           MOVE WS-TOT-RETRO TO WS-RTL-AMOUNT
           PERFORM 0037-WRITE-TOTAL-LINE
           MOVE "COMMISSION PAID:" TO WS-RTL-LABEL
           MOVE WS-TOT-COMMISSION TO WS-RTL-AMOUNT
           PERFORM 0037-WRITE-TOTAL-LINE
           MOVE "DEDUCTIONS:" TO WS-RTL-LABEL
           MOVE WS-TOT-DEDUCTIONS TO WS-RTL-AMOUNT
           PERFORM 0037-WRITE-TOTAL-LINE
           MOVE "NET FINAL PAY:" TO WS-RTL-LABEL
           MOVE WS-TOT-NET TO WS-RTL-AMOUNT
           PERFORM 0037-WRITE-TOTAL-LINE
           MOVE "EMPLOYER TAX COST:" TO WS-RTL-LABEL
           MOVE WS-TOT-ER-TAX TO WS-RTL-AMOUNT
           PERFORM 0037-WRITE-TOTAL-LINE
           MOVE "EMPLOYER BEN COST:" TO WS-RTL-LABEL
           MOVE WS-TOT-ER-BENEFIT TO WS-RTL-AMOUNT
           PERFORM 0037-WRITE-TOTAL-LINE.
       0036-END.

       0037-WRITE-TOTAL-LINE.
           MOVE WS-REGISTER-TOTAL-LINE TO FINAL-REGISTER-LINE
           WRITE FINAL-REGISTER-LINE.
       0037-END.

      * THE RETRO RECORDS NOT PAID HERE GO BACK WITH A FRESH
      * CONTROL TRAILER, THE WAY THE SALARY RUN CYCLES THEM.
       0038-CYCLE-RETRO-FILE.
           IF WS-RETRO-AVAILABLE
               OPEN INPUT RETROWORKFILE
               OPEN OUTPUT RETROFILE
               READ RETROWORKFILE
                   AT END SET RETRO-WORK-EOF TO TRUE
               END-READ
               PERFORM 0039-COPY-ONE-RETRO UNTIL RETRO-WORK-EOF
               MOVE SPACES TO RETRO-TRAILER-VIEW
               MOVE "TRAILER " TO RT-TRL-ID
               MOVE WS-RETRO-KEPT-COUNT TO RT-TRL-RECORD-COUNT
               MOVE WS-RETRO-KEPT-HASH TO RT-TRL-AMOUNT-HASH
               WRITE RETRO-TRAILER-VIEW
               CLOSE RETROWORKFILE
               CLOSE RETROFILE
           END-IF.
       0038-END.

       0039-COPY-ONE-RETRO.
           MOVE RETRO-WORK-RECORD TO RETRODETAILS
           WRITE RETRODETAILS
           READ RETROWORKFILE
               AT END SET RETRO-WORK-EOF TO TRUE
           END-READ.
       0039-END.

       0040-CYCLE-TIMECARD-FILE.
           IF WS-TIMECARD-AVAILABLE
               OPEN INPUT TIMECARDWORKFILE
               OPEN OUTPUT TIMECARDFILE
               READ TIMECARDWORKFILE
                   AT END SET TIMECARD-WORK-EOF TO TRUE
               END-READ
               PERFORM 0041-COPY-ONE-TIMECARD
                   UNTIL TIMECARD-WORK-EOF
               CLOSE TIMECARDWORKFILE
               CLOSE TIMECARDFILE
               DISPLAY "FINALPAY - TIME CARDS PAID: ",
                   WS-TC-TAKEN-COUNT, " LEFT ON FILE: ",
                   WS-TC-KEPT-COUNT
           END-IF.
       0040-END.

       0041-COPY-ONE-TIMECARD.
           MOVE TIMECARD-WORK-RECORD TO TIMECARDDETAILS
           WRITE TIMECARDDETAILS
           READ TIMECARDWORKFILE
               AT END SET TIMECARD-WORK-EOF TO TRUE
           END-READ.
       0041-END.

      * A LEAVER'S FINAL PAY IS CHARGED TO THE DEPARTMENT THEY WERE
      * ASSIGNED TO, THE SAME AS A REGULAR PAY RUN.
       0042-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTASSIGNFILE
           IF WS-ASSIGN-FILE-STATUS-OK
               READ DEPTASSIGNFILE
                   AT END SET ASSIGN-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0043-TAKE-ONE-DEPARTMENT
                   UNTIL ASSIGN-ENDOFFILE
               CLOSE DEPTASSIGNFILE
           END-IF.
       0042-END.

       0043-TAKE-ONE-DEPARTMENT.
           MOVE ASSIGN-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
           PERFORM 0022-FIND-FINAL-ENTRY
           IF WS-CURR-FINAL-IDX IS GREATER THAN ZEROES
               MOVE ASSIGN-DEPT-CODE
                   TO WS-FNL-DEPT-CODE(WS-CURR-FINAL-IDX)
           END-IF
           READ DEPTASSIGNFILE
               AT END SET ASSIGN-ENDOFFILE TO TRUE
           END-READ.
       0043-END.

       0044-WRITE-LABOR-DIST.
           IF WS-LABOR-AVAILABLE
               MOVE WS-PAY-DATE TO LD-RUN-DATE
               MOVE EMPLOYEEID TO LD-EMPLOYEEID
               MOVE WS-FNL-DEPT-CODE(WS-FINAL-IDX) TO LD-DEPT-CODE
               SET LD-SOURCE-FINAL-PAY TO TRUE
               MOVE WS-PAY-GROSS TO LD-GROSS
               WRITE LABORDISTDETAILS
           END-IF.
       0044-END.

      * SALES COMMISSION HELD BY THE SALARY RUN FOR A TERMINATED
      * EMPLOYEE IS PROVED, PAID AND CYCLED EXACTLY AS RETRO IS.
       0045-VERIFY-COMMISSION-FILE.
           OPEN INPUT COMMFILE
           IF WS-COMM-FILE-STATUS-OK
               SET WS-COMM-AVAILABLE TO TRUE
               READ COMMFILE
                   AT END SET COMM-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0046-COUNT-ONE-COMMISSION UNTIL COMM-ENDOFFILE
               CLOSE COMMFILE
           END-IF.
       0045-END.

       0046-COUNT-ONE-COMMISSION.
           IF CP-TRL-PRESENT
               SET WS-COMM-TRAILER-FOUND TO TRUE
               IF CP-TRL-RECORD-COUNT IS NOT EQUAL TO
                   WS-COMM-READ-COUNT OR
                   CP-TRL-AMOUNT-HASH IS NOT EQUAL TO
                       WS-COMM-READ-HASH
                   DISPLAY "FINALPAY ABEND - COMMISSION PAY FILE "
                       "FAILS ITS CONTROL TOTALS, NOTHING PAID"
                   CLOSE COMMFILE
                   CLOSE EMPLOYEEFILE
                   MOVE 12 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
               END-IF
           ELSE
               ADD 1 TO WS-COMM-READ-COUNT
               ADD CP-AMOUNT TO WS-COMM-READ-HASH
           END-IF
           READ COMMFILE
               AT END SET COMM-ENDOFFILE TO TRUE
           END-READ.
       0046-END.

       0047-COLLECT-COMMISSION.
           IF WS-COMM-AVAILABLE
               OPEN INPUT COMMFILE
               OPEN OUTPUT COMMWORKFILE
               READ COMMFILE
                   AT END SET COMM-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0048-SORT-ONE-COMMISSION UNTIL COMM-ENDOFFILE
               CLOSE COMMFILE
               CLOSE COMMWORKFILE
           END-IF.
       0047-END.

       0048-SORT-ONE-COMMISSION.
           IF NOT CP-TRL-PRESENT
               MOVE CP-EMPLOYEEID TO WS-LOOKUP-EMPLOYEEID
               PERFORM 0022-FIND-FINAL-ENTRY
               IF WS-CURR-FINAL-IDX IS GREATER THAN ZEROES
                   ADD CP-AMOUNT
                       TO WS-FNL-COMMISSION(WS-CURR-FINAL-IDX)
               ELSE
                   ADD 1 TO WS-COMM-KEPT-COUNT
                   ADD CP-AMOUNT TO WS-COMM-KEPT-HASH
                   MOVE COMMDETAILS TO COMM-WORK-RECORD
                   WRITE COMM-WORK-RECORD
               END-IF
           END-IF
           READ COMMFILE
               AT END SET COMM-ENDOFFILE TO TRUE
           END-READ.
       0048-END.

       0049-CYCLE-COMMISSION-FILE.
           IF WS-COMM-AVAILABLE
               OPEN INPUT COMMWORKFILE
               OPEN OUTPUT COMMFILE
               READ COMMWORKFILE
                   AT END SET COMM-WORK-EOF TO TRUE
               END-READ
               PERFORM 0050-COPY-ONE-COMMISSION UNTIL COMM-WORK-EOF
               MOVE SPACES TO COMM-TRAILER-VIEW
               MOVE "TRAILER " TO CP-TRL-ID
               MOVE WS-COMM-KEPT-COUNT TO CP-TRL-RECORD-COUNT
               MOVE WS-COMM-KEPT-HASH TO CP-TRL-AMOUNT-HASH
               WRITE COMM-TRAILER-VIEW
               CLOSE COMMWORKFILE
               CLOSE COMMFILE
           END-IF.
       0049-END.

       0050-COPY-ONE-COMMISSION.
           MOVE COMM-WORK-RECORD TO COMMDETAILS
           WRITE COMMDETAILS
           READ COMMWORKFILE
               AT END SET COMM-WORK-EOF TO TRUE
           END-READ.
       0050-END.

      * THE EMPLOYER'S OWN CHARGES ON A FINAL PAY, FIGURED AS IN
      * THE SALARY RUN ON EVERYTHING PAID - WAGES, VACATION, RETRO
      * AND COMMISSION - WITH THE WAGE BASE CHECKED AGAINST THE
      * YEAR-TO-DATE GROSS BEFORE THIS PAYMENT. BN LINES FROM
      * BENENROLL CARRY THE PLANS' OWN EMPLOYER COST, WHICH IS
      * ACCRUED INSTEAD OF THE BENEFIT-BASIS PERCENTAGES.
       0051-ACCRUE-EMPLOYER-COSTS.
           PERFORM 0052-ACCRUE-ONE-CHARGE
               VARYING WS-ER-RATE-IDX FROM 1 BY 1
               UNTIL WS-ER-RATE-IDX IS GREATER THAN WS-ER-RATE-COUNT
           IF WS-PAY-PLAN-ER-COST IS GREATER THAN ZEROES
               PERFORM 0053-ACCRUE-PLAN-EMPLOYER-COST
           END-IF.
       0051-END.

       0052-ACCRUE-ONE-CHARGE.
           IF WS-ERT-BASIS-BENEFIT(WS-ER-RATE-IDX)
               IF WS-PAY-PLAN-ER-COST IS GREATER THAN ZEROES
                   MOVE ZEROES TO WS-ER-SUBJECT-WAGES
               ELSE
                   MOVE WS-PAY-BENEFIT-SUBTOTAL TO WS-ER-SUBJECT-WAGES
               END-IF
           ELSE
               MOVE WS-PAY-GROSS TO WS-ER-SUBJECT-WAGES
               IF WS-ERT-WAGE-BASE(WS-ER-RATE-IDX) IS GREATER THAN
                   ZEROES
                   COMPUTE WS-ER-BASE-ROOM =
                       WS-ERT-WAGE-BASE(WS-ER-RATE-IDX) -
                       WS-YTD-PRIOR-GROSS
                   IF WS-ER-BASE-ROOM IS LESS THAN ZEROES
                       MOVE ZEROES TO WS-ER-BASE-ROOM
                   END-IF
                   IF WS-ER-SUBJECT-WAGES IS GREATER THAN
                       WS-ER-BASE-ROOM
                       MOVE WS-ER-BASE-ROOM TO WS-ER-SUBJECT-WAGES
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-ER-AMOUNT ROUNDED =
               WS-ER-SUBJECT-WAGES * WS-ERT-PERCENT(WS-ER-RATE-IDX)
               / 100
           IF WS-ERT-CLASS-TAX(WS-ER-RATE-IDX)
               ADD WS-ER-AMOUNT TO WS-TOT-ER-TAX
           ELSE
               ADD WS-ER-AMOUNT TO WS-TOT-ER-BENEFIT
           END-IF
           IF WS-ERCOST-AVAILABLE AND
               WS-ER-AMOUNT IS GREATER THAN ZEROES
               MOVE WS-PAY-DATE TO EC-RUN-DATE
               MOVE EMPLOYEEID TO EC-EMPLOYEEID
               MOVE WS-ERT-CODE(WS-ER-RATE-IDX) TO EC-CODE
               MOVE WS-ERT-CLASS(WS-ER-RATE-IDX) TO EC-CLASS
               MOVE WS-ERT-DESCRIPTION(WS-ER-RATE-IDX)
                   TO EC-DESCRIPTION
               MOVE WS-ER-SUBJECT-WAGES TO EC-SUBJECT-WAGES
               MOVE WS-ER-AMOUNT TO EC-AMOUNT
               WRITE ERCOSTDETAILS
           END-IF.
       0052-END.

       0053-ACCRUE-PLAN-EMPLOYER-COST.
           ADD WS-PAY-PLAN-ER-COST TO WS-TOT-ER-BENEFIT
           IF WS-ERCOST-AVAILABLE
               MOVE WS-PAY-DATE TO EC-RUN-DATE
               MOVE EMPLOYEEID TO EC-EMPLOYEEID
               MOVE WS-ER-PLAN-CODE TO EC-CODE
               MOVE "B" TO EC-CLASS
               MOVE WS-ER-PLAN-DESCRIPTION TO EC-DESCRIPTION
               MOVE WS-PAY-BENEFIT-SUBTOTAL TO EC-SUBJECT-WAGES
               MOVE WS-PAY-PLAN-ER-COST TO EC-AMOUNT
               WRITE ERCOSTDETAILS
           END-IF.
       0053-END.

       0054-LOAD-EMPLOYER-RATES.
           OPEN INPUT ERRATEFILE
           IF WS-ERRATE-FILE-STATUS-OK
               READ ERRATEFILE
                   AT END SET ERRATE-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0055-STORE-ONE-EMPLOYER-RATE
                   UNTIL ERRATE-ENDOFFILE
               CLOSE ERRATEFILE
           ELSE
               DISPLAY "FINALPAY - NO EMPLOYER RATE TABLE, ONLY "
                   "BENEFIT PLAN EMPLOYER COSTS ACCRUED"
           END-IF
           OPEN EXTEND ERCOSTFILE
           IF NOT WS-ERCOST-FILE-STATUS-OK
               OPEN OUTPUT ERCOSTFILE
           END-IF
           IF WS-ERCOST-FILE-STATUS-OK
               SET WS-ERCOST-AVAILABLE TO TRUE
           ELSE
               DISPLAY "FINALPAY - EMPLOYER COST FILE NOT "
                   "AVAILABLE, EMPLOYER COSTS NOT LOGGED"
           END-IF.
       0054-END.

       0055-STORE-ONE-EMPLOYER-RATE.
           IF WS-ER-RATE-COUNT IS EQUAL TO 10
               DISPLAY "WARNING - EMPLOYER RATE TABLE FULL (10 "
                   "MAX), CODE " ER-CODE " SKIPPED"
           ELSE
               ADD 1 TO WS-ER-RATE-COUNT
               MOVE ER-CODE TO WS-ERT-CODE(WS-ER-RATE-COUNT)
               MOVE ER-DESCRIPTION TO
                   WS-ERT-DESCRIPTION(WS-ER-RATE-COUNT)
               MOVE ER-CLASS TO WS-ERT-CLASS(WS-ER-RATE-COUNT)
               MOVE ER-BASIS TO WS-ERT-BASIS(WS-ER-RATE-COUNT)
               MOVE ER-PERCENT TO WS-ERT-PERCENT(WS-ER-RATE-COUNT)
               MOVE ER-WAGE-BASE TO
                   WS-ERT-WAGE-BASE(WS-ER-RATE-COUNT)
           END-IF
           READ ERRATEFILE
               AT END SET ERRATE-ENDOFFILE TO TRUE
           END-READ.
       0055-END.

      * GLEXTRACT ADDS THESE TO THE SALARY RUN'S FIGURES FOR THE
      * SAME DAY, SO THE LEDGER CARRIES THE FINAL PAY AS WELL.
       0056-WRITE-RUN-STATS.
           OPEN EXTEND RUNSTATSFILE
           IF NOT WS-RUNSTATS-STATUS-OK
               OPEN OUTPUT RUNSTATSFILE
           END-IF
           IF WS-RUNSTATS-STATUS-OK
               MOVE "FINAL PAY GROSS" TO RS-STAT-NAME
               MOVE WS-TOT-GROSS TO RS-STAT-VALUE
               PERFORM 0057-WRITE-ONE-STAT
               MOVE "EMPLOYER TAX COST" TO RS-STAT-NAME
               MOVE WS-TOT-ER-TAX TO RS-STAT-VALUE
               PERFORM 0057-WRITE-ONE-STAT
               MOVE "EMPLOYER BEN COST" TO RS-STAT-NAME
               MOVE WS-TOT-ER-BENEFIT TO RS-STAT-VALUE
               PERFORM 0057-WRITE-ONE-STAT
               CLOSE RUNSTATSFILE
           ELSE
               DISPLAY "WARNING - RUN STATISTICS FILE NOT "
                   "AVAILABLE, FINAL PAY NOT CARRIED TO THE LEDGER"
           END-IF.
       0056-END.

       0057-WRITE-ONE-STAT.
           MOVE WS-RUN-DATE TO RS-DATE
           MOVE "FINALPAY" TO RS-PROGRAM
           WRITE RUN-STAT-RECORD.
       0057-END.

      * THE NET PAY FILE ON HAND MAY STILL BE WAITING FOR DDEXTRACT.
      * IT MAY ONLY BE REPLACED ONCE ITS RUN DATE, COUNT AND HASH
      * MATCH THE FILE DDEXTRACT LAST RECORDED ON CHECKCTL.DAT;
      * OTHERWISE THOSE PAYMENTS WOULD NEVER REACH THE BANK.
       0058-CHECK-PAYNET-EXTRACTED.
           OPEN INPUT PAYNETFILE
           IF WS-PAYNET-FILE-STATUS-OK
               READ PAYNETFILE
                   AT END SET PAYNET-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0059-COUNT-ONE-OLD-PAYNET
                   UNTIL PAYNET-ENDOFFILE
               CLOSE PAYNETFILE
           END-IF
           IF WS-OLD-PAYNET-COUNT IS GREATER THAN ZEROES
               OPEN INPUT CHECKCTLFILE
               IF WS-CHECKCTL-FILE-STATUS-OK
                   READ CHECKCTLFILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF CC-LAST-PAYNET-DATE IS NUMERIC AND
                               CC-LAST-PAYNET-COUNT IS NUMERIC AND
                               CC-LAST-PAYNET-HASH IS NUMERIC
                               MOVE CC-LAST-PAYNET-DATE
                                   TO WS-LAST-PAYNET-DATE
                               MOVE CC-LAST-PAYNET-COUNT
                                   TO WS-LAST-PAYNET-COUNT
                               MOVE CC-LAST-PAYNET-HASH
                                   TO WS-LAST-PAYNET-HASH
                           END-IF
                   END-READ
                   CLOSE CHECKCTLFILE
               END-IF
               IF WS-OLD-PAYNET-DATE IS NOT EQUAL TO
                   WS-LAST-PAYNET-DATE
                   OR WS-OLD-PAYNET-COUNT IS NOT EQUAL TO
                       WS-LAST-PAYNET-COUNT
                   OR WS-OLD-PAYNET-HASH IS NOT EQUAL TO
                       WS-LAST-PAYNET-HASH
                   DISPLAY "FINALPAY ABEND - NET PAY FILE FOR ",
                       WS-OLD-PAYNET-DATE, " NOT YET EXTRACTED BY "
                       "DDEXTRACT, NOTHING PAID"
                   MOVE 12 TO RETURN-CODE
                   GO TO 9999-FINISH-PROGRAM
               END-IF
           END-IF.
       0058-END.

      * COUNTED AND HASHED THE WAY DDEXTRACT PROVES THE FILE.
       0059-COUNT-ONE-OLD-PAYNET.
           IF NOT PY-TRL-PRESENT
               MOVE PN-RUN-DATE TO WS-OLD-PAYNET-DATE
               ADD 1 TO WS-OLD-PAYNET-COUNT
               IF PN-NET IS GREATER THAN ZEROES
                   ADD PN-NET TO WS-OLD-PAYNET-HASH
               END-IF
           END-IF
           READ PAYNETFILE
               AT END SET PAYNET-ENDOFFILE TO TRUE
           END-READ.
       0059-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM FINALPAY.
