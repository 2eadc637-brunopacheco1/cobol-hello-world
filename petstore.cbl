           SELECT QUOTEFILE ASSIGN "quotes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTE-FILE-STATUS.
           SELECT QUOTEKITFILE ASSIGN "quotekit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUOTEKIT-STATUS.
           SELECT RUNPARMFILE ASSIGN "runparm.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.
           SELECT TAXTABLEFILE ASSIGN "taxtable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTABLE-STATUS.
           SELECT STOCKLEDGERFILE ASSIGN "stockledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STKLEDGER-STATUS.

           SELECT JOURNALFILE ASSIGN "mastjrnl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT LAYAWAYFILE ASSIGN "layaway.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LA-KEY
               FILE STATUS IS WS-LAYAWAY-STATUS.
           SELECT LAYAWAYCTLFILE ASSIGN "layawayctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYCTL-FILE-STATUS.
           SELECT CHARGEACCTFILE ASSIGN "chargeacct.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CUSTOMER
               FILE STATUS IS WS-CHARGE-STATUS.
           SELECT ARTRANFILE ASSIGN "artran.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARTRAN-STATUS.
           SELECT SPECORDFILE ASSIGN "specord.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-NUMBER
               FILE STATUS IS WS-SPECORD-STATUS.
           SELECT SPECORDCTLFILE ASSIGN "specordctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOCTL-FILE-STATUS.
           SELECT LOTFILE ASSIGN "lots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-KEY
               FILE STATUS IS WS-LOT-STATUS.
           SELECT ANIMALFILE ASSIGN "animals.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AN-TAG-NUMBER
               FILE STATUS IS WS-ANIMAL-STATUS.
           SELECT APPOINTMENTFILE ASSIGN "appointments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-NUMBER
               FILE STATUS IS WS-APPT-STATUS.
           SELECT TICKETJRNLFILE ASSIGN USING WS-TKJ-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKJ-FILE-STATUS.
           SELECT TICKETRECOVFILE ASSIGN "tktrecov.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TKR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ITEMMASTER.
       COPY ITEMMASTREC.

       FD  SALESLOG.
       01  SALESLOG-RECORD           PIC X(123).
           88  SALESLOG-EOF              VALUE HIGH-VALUES.
       01  SALESLOG-RECORD-TYPE-VIEW REDEFINES SALESLOG-RECORD.
           05  SLV-REC-TYPE           PIC X.
               88  SLV-REC-IS-ITEM        VALUE 'I'.
           05  FILLER                 PIC X(122).
       01  SALESLOG-TRAILER-VIEW REDEFINES SALESLOG-RECORD.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==TS==.
           02  FILLER                 PIC X(93).

       FD  TILLREPORTFILE.
       01  TILL-REPORT-LINE          PIC X(132).
           88  OPERATOR-EOF          VALUE HIGH-VALUES.
           05  OPR-ID                PIC X(8).
           05  OPR-NAME              PIC X(20).
           05  OPR-CUSTOMER-NUMBER   PIC 9(7).

       FD  GIFTCARDFILE.
       01  GIFTCARD-RECORD.
               88  QUO-STATUS-CANCELLED  VALUE "C".
           05  QUO-EXPIRY-DATE       PIC 9(8).

       FD  QUOTEKITFILE.
       COPY QUOTEKITREC.

       FD  RUNPARMFILE.
       COPY RUNPARM.

           05  DS-STATUS             PIC X.
               88  DS-DAY-OPEN           VALUE 'O'.
               88  DS-DAY-CLOSED         VALUE 'C'.
           COPY STORECODE REPLACING ==:NAME:== BY ==DS-STORE-CODE==.

       FD  TILLFLOATFILE.
       01  TILL-FLOAT-RECORD.
           05  TF-DATE               PIC 9(8).
           05  TF-AMOUNT             PIC 9(7)V99.
           COPY STORECODE REPLACING ==:NAME:== BY ==TF-STORE-CODE==.

       FD  DAILYLOGFILE.
       01  DAILY-LOG-RECORD          PIC X(123).
           88  DAILY-LOG-EOF             VALUE HIGH-VALUES.

       FD  HELDTICKETFILE.
       COPY HELDTKTREC.

       FD  HELDWORKFILE.
       01  HELD-WORK-RECORD          PIC X(71).
           88  HELD-WORK-EOF             VALUE HIGH-VALUES.

       FD  HELDCTLFILE.
           05  PRM-START-DATE        PIC 9(8).
           05  PRM-END-DATE          PIC 9(8).

       FD  STOCKLEDGERFILE.
       COPY STOCKLEDGREC.

       FD  JOURNALFILE.
       COPY JRNLREC.

               88  CU-INACTIVE           VALUE 'I'.
           05  CU-LAST-ACTIVITY-DATE PIC 9(8).

       FD  LAYAWAYFILE.
       COPY LAYAWAYREC.

       FD  LAYAWAYCTLFILE.
       01  LAYAWAY-CONTROL-RECORD.
           05  LC-LAST-NUMBER        PIC 9(6).

       FD  CHARGEACCTFILE.
       COPY CHARGEREC.

       FD  ARTRANFILE.
       COPY ARTRANREC.

       FD  SPECORDFILE.
       COPY SPECORDREC.

       FD  SPECORDCTLFILE.
       01  SPECORD-CONTROL-RECORD.
           05  SC-LAST-NUMBER        PIC 9(6).

       FD  LOTFILE.
       COPY LOTREC.

       FD  ANIMALFILE.
       COPY ANIMALREC.

       FD  APPOINTMENTFILE.
       COPY APPTREC.

      * THE TICKET JOURNAL HOLDS THE SALE NOW BEING RUNG ON THIS
      * REGISTER, ONE RECORD PER EVENT AS IT HAPPENS, SO A TICKET
      * LOST WHEN THE REGISTER STOPS CAN BE REBUILT AT START-UP.
      * EACH NEW TICKET EMPTIES THE FILE; AN END RECORD CLOSES IT.
       FD  TICKETJRNLFILE.
       01  TICKET-JOURNAL-RECORD     PIC X(95).

      * ONE RECORD FOR EVERY UNFINISHED TICKET FOUND AT START-UP,
      * SAYING WHETHER IT WAS RESUMED OR CANCELLED AND WHAT WAS
      * HANDED BACK, FOR THE END OF DAY TILL RECONCILIATION.
       FD  TICKETRECOVFILE.
       01  TICKET-RECOVERY-RECORD    PIC X(75).

       WORKING-STORAGE SECTION.
       01  ITEM OCCURS 100 TIMES INDEXED BY I.
           05  ITEM-CODE        PIC X(6).
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==ITEM-UNIT-COST==.
           05  ITEM-TAXABLE-SW  PIC X.
               88  ITEM-TAX-EXEMPT  VALUE 'E'.
           05  ITEM-TAG-NUMBER  PIC X(8).
           05  ITEM-APPT-NUMBER PIC 9(6).

       01  CASH-REGISTER.
           05  TOTAL-QUANTITY          PIC 999 VALUE ZEROES.
               88  MODE-RETURN-REFUND  VALUE '3'.
               88  MODE-GIFT-CARD      VALUE '4'.
               88  MODE-PAID-IN-OUT    VALUE '5'.
               88  MODE-LAYAWAY        VALUE '6'.
               88  MODE-ACCOUNT-PAYMENT VALUE '7'.
               88  MODE-SPECIAL-ORDER  VALUE '8'.

       01  WS-DISCOUNT-SCHEDULE.
           05  TIER-1-MINIMUM          PIC 999 VALUE 100.
               88  TENDER-CHECK              VALUE 'H'.
               88  TENDER-GIFT               VALUE 'G'.
               88  TENDER-POINTS             VALUE 'P'.
               88  TENDER-LAYAWAY            VALUE 'L'.
               88  TENDER-HOUSE-CHARGE       VALUE 'A'.
               88  TENDER-SPECIAL-ORDER      VALUE 'D'.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY ==AMOUNT-TENDERED==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY ==CHANGE-DUE==.
           COPY MONEYFLD REPLACING ==:NAME:== BY
               88  SL-REC-IS-RETURN         VALUE 'R'.
               88  SL-REC-IS-PAID-IN        VALUE 'P'.
               88  SL-REC-IS-PAID-OUT       VALUE 'O'.
               88  SL-REC-IS-LAYAWAY        VALUE 'L'.
               88  SL-REC-IS-ACCT-PAYMENT   VALUE 'A'.
               88  SL-REC-IS-SPECIAL-ORDER  VALUE 'D'.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==SL-AMOUNT-TENDERED==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  SL-VOID-APPROVER REDEFINES SL-AMOUNT-TENDERED
                                       PIC X(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==SL-CHANGE-DUE==
               ==:WIDTH:== BY ==$$,$$9.99==.
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-REASON-CODE          PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SL-STORE-CODE           PIC X(2)  VALUE SPACES.

       01  WS-SALESLOG-ITEM-LINE.
           05  IL-REC-TYPE             PIC X     VALUE 'I'.
               ==:WIDTH:== BY ==$$$9.99==.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IL-TAXABLE-FLAG         PIC X     VALUE SPACE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IL-TAG-NUMBER           PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IL-APPT-NUMBER          PIC 9(6)  VALUE ZEROES.
           05  FILLER                  PIC X(43) VALUE SPACES.
           05  IL-STORE-CODE           PIC X(2)  VALUE SPACES.


       01  WS-DISPLAY.
           05  WS-JRN-FILE             PIC X(12) VALUE SPACES.
           05  WS-JRN-ACTION           PIC X(1)  VALUE SPACE.
           05  WS-JRN-OLD-IMAGE        PIC X(64) VALUE SPACES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-STKLEDGER-STATUS==.
           05  WS-STK-OLD-ON-HAND   PIC 9(5) VALUE ZEROES.
           05  WS-STK-OLD-COST      PIC 999V99 VALUE ZEROES.
           05  WS-STK-MOVE-COST     PIC 999V99 VALUE ZEROES.
           05  WS-STK-QUANTITY      PIC S9(5) VALUE ZEROES.
           05  WS-STK-EXTENDED      PIC S9(7)V99 VALUE ZEROES.
           05  WS-STK-MOVE-TYPE     PIC X(1) VALUE SPACE.
           05  WS-STK-REFERENCE     PIC X(12) VALUE SPACES.
           05  WS-JRN-NEW-IMAGE        PIC X(64) VALUE SPACES.
           05  WS-JRN-DATE             PIC 9(8)  VALUE ZEROES.
           05  WS-JRN-TIME             PIC 9(8)  VALUE ZEROES.
               88  WS-RECEIPT-FOUND        VALUE 'Y'.
           05  WS-RET-RATE-X           PIC X(3) VALUE SPACES.
           05  WS-RET-RATE REDEFINES WS-RET-RATE-X PIC 9V99.
           05  WS-RET-ORIG-TENDER      PIC X VALUE SPACE.
               88  WS-RET-ON-ACCOUNT       VALUE 'A'.
           05  WS-RET-ORIG-CUSTOMER    PIC 9(7) VALUE ZEROES.
           05  WS-TKT-COUNT            PIC 9(3) VALUE ZEROES.
           05  WS-TKT-IDX              PIC 9(3) VALUE ZEROES.
           05  WS-CURR-TKT-IDX         PIC 9(3) VALUE ZEROES.
           05  WS-RESELL-ANSWER        PIC X VALUE 'N'.
               88  WS-RESELLABLE           VALUE 'Y'.
           05  WS-RTV-HOLD-ANSWER      PIC X VALUE 'N'.
               88  WS-HOLD-FOR-RTV         VALUE 'Y'.
           05  WS-RETURN-POLICY-DAYS   PIC 9(2) VALUE 30.
           05  WS-BACK-DAY-COUNT       PIC 9(2) VALUE ZEROES.

               88  TILL-SL-REC-VOID    VALUE 'V'.
               88  TILL-SL-REC-PAID-IN  VALUE 'P'.
               88  TILL-SL-REC-PAID-OUT VALUE 'O'.
               88  TILL-SL-REC-LAYAWAY  VALUE 'L'.
               88  TILL-SL-REC-ACCT-PAYMENT VALUE 'A'.
               88  TILL-SL-REC-SPECIAL-ORDER VALUE 'D'.
           05  FILLER                  PIC X(1).
           05  TILL-SL-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  TILL-SL-CASHIER-ID      PIC X(8).
           05  FILLER                  PIC X(1).
           05  TILL-SL-REGISTER-ID     PIC X(2).
           05  FILLER                  PIC X(1).
           05  TILL-SL-CUSTOMER-NUMBER PIC 9(7).
           05  FILLER                  PIC X(29).
           COPY STORECODE REPLACING ==:NAME:== BY
               ==TILL-SL-STORE-CODE==.

       01  WS-GIFTCARD-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
           05  WS-QUOTE-USABLE-SW      PIC X VALUE 'N'.
               88  WS-QUOTE-USABLE         VALUE 'Y'.
           05  WS-QUOTE-PULL-DATE      PIC 9(8) VALUE ZEROES.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-QUOTEKIT-STATUS==.
           05  WS-KIT-QUOTE-NUMBER     PIC 9(6) VALUE ZEROES.
           05  WS-KIT-LINE-QTY         PIC 9(5) VALUE ZEROES.
           05  WS-KIT-COMPONENT-COUNT  PIC 9(3) VALUE ZEROES.

       01  WS-DAYSTATUS-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-FLOAT-STATUS==.
           05  WS-TILL-OPENING-FLOAT   PIC 9(7)V99 VALUE ZEROES.
           05  WS-THIS-DAY-FOUND-SW    PIC X VALUE 'N'.
               88  WS-THIS-DAY-FOUND       VALUE 'Y'.
           05  WS-THIS-DAY-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-THIS-DAY-STATUS      PIC X VALUE SPACE.
           05  WS-OTHER-DAY-COUNT      PIC 9(2) VALUE ZEROES.
           05  WS-OTHER-DAY-IDX        PIC 9(2) VALUE ZEROES.
           05  WS-OTHER-DAY-ENTRY OCCURS 9 TIMES.
               10  WS-ODY-STORE-CODE   PIC X(2).
               10  WS-ODY-DATE         PIC 9(8).
               10  WS-ODY-STATUS       PIC X.

       01  WS-LAYAWAY-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LAYAWAY-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LAYCTL-FILE-STATUS==.
           05  WS-LAYAWAY-AVAIL-SW     PIC X VALUE 'N'.
               88  WS-LAYAWAY-AVAILABLE    VALUE 'Y'.
           05  WS-LAYAWAY-ACTION       PIC X VALUE SPACE.
               88  WS-LAYAWAY-OPEN-WANTED  VALUE 'O'.
           05  WS-LAY-TENDER-OK-SW     PIC X VALUE 'N'.
               88  WS-LAY-TENDER-OK        VALUE 'Y'.
           05  WS-LAY-NUMBER           PIC 9(6) VALUE ZEROES.
           05  WS-LAY-CUSTOMER         PIC 9(7) VALUE ZEROES.
           05  WS-LAY-DUE-DATE         PIC 9(8) VALUE ZEROES.
           05  WS-LAY-ITEM-COUNT       PIC 9(3) VALUE ZEROES.
           05  WS-LAY-LINE             PIC 9(3) VALUE ZEROES.
           05  WS-LAY-DAY-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-LAY-MONTH-END        PIC 9(2) VALUE ZEROES.
           05  WS-LAY-REASON           PIC X(5) VALUE SPACES.
           05  WS-LAYAWAY-TERM-DAYS    PIC 9(3) VALUE 60.
           05  WS-LAYAWAY-DEPOSIT-RATE PIC V99 VALUE .20.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-LAY-TICKET-TOTAL==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-LAY-PAID-TO-DATE==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-LAY-BALANCE==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-LAY-PAYMENT==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-LAY-MIN-DEPOSIT==.
           COPY MONEYFLD REPLACING ==:NAME:== BY
               ==DISPLAY-LAY-AMOUNT== ==:WIDTH:== BY ==$$,$$9.99==.

       01  WS-LAYAWAY-SLIP-LINE-1.
           05  FILLER             PIC X(12) VALUE "LAYAWAY NO. ".
           05  LS-NUMBER          PIC 9(6).
           05  FILLER             PIC X(7)  VALUE "  DATE ".
           05  LS-DATE            PIC 9(8).
           05  FILLER             PIC X(11) VALUE "  CUSTOMER ".
           05  LS-CUSTOMER        PIC 9(7).

       01  WS-LAYAWAY-SLIP-LINE-2.
           05  FILLER             PIC X(13) VALUE "TICKET TOTAL ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==LS-TICKET-TOTAL==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER             PIC X(18) VALUE
               "  PAID THIS VISIT ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==LS-PAYMENT==
               ==:WIDTH:== BY ==$$,$$9.99==.

       01  WS-LAYAWAY-SLIP-LINE-3.
           05  FILLER             PIC X(13) VALUE "PAID TO DATE ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==LS-PAID-TO-DATE==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER             PIC X(10) VALUE "  BALANCE ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==LS-BALANCE==
               ==:WIDTH:== BY ==$$,$$9.99==.

       01  WS-LAYAWAY-SLIP-LINE-4.
           05  FILLER             PIC X(15) VALUE "PAY IN FULL BY ".
           05  LS-DUE-DATE        PIC 9(8).
           05  FILLER             PIC X(32) VALUE
               "; GOODS HELD UNTIL PAID IN FULL".

       01  WS-CHARGE-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHARGE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ARTRAN-STATUS==.
           05  WS-CHARGE-AVAIL-SW      PIC X VALUE 'N'.
               88  WS-CHARGE-AVAILABLE     VALUE 'Y'.
           05  WS-CHARGE-DONE-SW       PIC X VALUE 'N'.
               88  WS-CHARGE-DONE          VALUE 'Y'.
           05  WS-AR-TENDER-OK-SW      PIC X VALUE 'N'.
               88  WS-AR-TENDER-OK         VALUE 'Y'.
           05  WS-AR-CUSTOMER          PIC 9(7) VALUE ZEROES.
           05  WS-AR-TYPE              PIC X VALUE SPACE.
           05  WS-AR-REFERENCE         PIC 9(6) VALUE ZEROES.
           05  WS-AR-DATE              PIC 9(8) VALUE ZEROES.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-AR-AMOUNT==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-AR-PAYMENT==.
           05  WS-AR-PREV-BALANCE      PIC S9(7)V99 VALUE ZEROES.
           05  WS-AR-OPEN-TO-BUY       PIC S9(7)V99 VALUE ZEROES.
           COPY MONEYFLD REPLACING ==:NAME:== BY
               ==DISPLAY-AR-AMOUNT== ==:WIDTH:== BY ==$$$,$$9.99-==.

       01  WS-ACCOUNT-SLIP-LINE-1.
           05  FILLER             PIC X(20) VALUE
               "PAYMENT ON ACCOUNT  ".
           05  AS-CUSTOMER        PIC 9(7).
           05  FILLER             PIC X(7)  VALUE "  DATE ".
           05  AS-DATE            PIC 9(8).

       01  WS-ACCOUNT-SLIP-LINE-2.
           05  FILLER             PIC X(17) VALUE "PREVIOUS BALANCE ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==AS-PREV-BALANCE==
               ==:WIDTH:== BY ==$$$,$$9.99-==.
           05  FILLER             PIC X(7)  VALUE "  PAID ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==AS-PAYMENT==
               ==:WIDTH:== BY ==$$,$$9.99==.

       01  WS-ACCOUNT-SLIP-LINE-3.
           05  FILLER             PIC X(17) VALUE "NEW BALANCE      ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==AS-NEW-BALANCE==
               ==:WIDTH:== BY ==$$$,$$9.99-==.

       01  WS-SPECORD-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SPECORD-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SOCTL-FILE-STATUS==.
           05  WS-SPECORD-AVAIL-SW     PIC X VALUE 'N'.
               88  WS-SPECORD-AVAILABLE    VALUE 'Y'.
           05  WS-SPECORD-ACTION       PIC X VALUE SPACE.
               88  WS-SPECORD-TAKE-WANTED  VALUE 'T'.
           05  WS-SO-TENDER-OK-SW      PIC X VALUE 'N'.
               88  WS-SO-TENDER-OK         VALUE 'Y'.
           05  WS-SO-TAXABLE-ANSWER    PIC X VALUE 'Y'.
               88  WS-SO-NOT-TAXABLE       VALUE 'N'.
           05  WS-SO-NUMBER            PIC 9(6) VALUE ZEROES.
           05  WS-SO-CUSTOMER          PIC 9(7) VALUE ZEROES.
           05  WS-SO-REASON            PIC X(5) VALUE SPACES.
           05  WS-SPECORD-DEPOSIT-RATE PIC V99 VALUE .25.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-SO-EXTENDED-PRICE==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-SO-PAYMENT==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-SO-MIN-DEPOSIT==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-SO-BALANCE==.
           COPY MONEYFLD REPLACING ==:NAME:== BY
               ==DISPLAY-SO-AMOUNT== ==:WIDTH:== BY ==$$,$$9.99==.

       01  WS-LOT-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-LOT-STATUS==.
           05  WS-LOT-AVAIL-SW         PIC X VALUE 'N'.
               88  WS-LOT-AVAILABLE        VALUE 'Y'.
           05  WS-LOT-SCAN-SW          PIC X VALUE 'N'.
               88  WS-LOT-SCANNING         VALUE 'Y'.
           05  WS-LOT-FOUND-SW         PIC X VALUE 'N'.
               88  WS-LOT-FOUND            VALUE 'Y'.
           05  WS-LOT-TO-MOVE          PIC S9(5) VALUE ZEROES.
           05  WS-LOT-TODAY            PIC 9(8) VALUE ZEROES.

       01  WS-ANIMAL-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-ANIMAL-STATUS==.
           05  WS-ANIMAL-AVAIL-SW      PIC X VALUE 'N'.
               88  WS-ANIMAL-AVAILABLE     VALUE 'Y'.
           05  WS-ANIMAL-OK-SW         PIC X VALUE 'N'.
               88  WS-ANIMAL-OK            VALUE 'Y'.
           05  WS-ANIMAL-TAG           PIC X(8) VALUE SPACES.
           05  WS-ANIMAL-LIMIT         PIC 999 VALUE ZEROES.
           05  WS-ANIMAL-IDX           PIC 999 VALUE ZEROES.
           05  WS-ANIMAL-HE-IDX        PIC 99 VALUE ZEROES.
           05  WS-ANIMAL-ANSWER        PIC X VALUE SPACE.
               88  WS-ANIMAL-CONFIRMED     VALUE 'Y' 'y'.

       01  WS-APPT-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-APPT-STATUS==.
           05  WS-APPT-USABLE-SW       PIC X VALUE 'N'.
               88  WS-APPT-USABLE          VALUE 'Y'.
           05  WS-ASKED-APPT-NUMBER    PIC 9(6) VALUE ZEROES.
           05  WS-APPT-LIMIT           PIC 999 VALUE ZEROES.
           05  WS-APPT-IDX             PIC 999 VALUE ZEROES.

       01  WS-TICKET-JOURNAL-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TKJ-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-TKR-FILE-STATUS==.
           05  WS-TKJ-ACTIVE-SW        PIC X VALUE 'N'.
               88  WS-TKJ-ACTIVE           VALUE 'Y'.
           05  WS-TKJ-UNFINISHED-SW    PIC X VALUE 'N'.
               88  WS-TKJ-UNFINISHED       VALUE 'Y'.
           05  WS-TKJ-RESUMED-SW       PIC X VALUE 'N'.
               88  WS-TKJ-RESUMED          VALUE 'Y'.
           05  WS-TKJ-TENDER-SW        PIC X VALUE 'N'.
               88  WS-TKJ-TENDER-TAKEN     VALUE 'Y'.
           05  WS-TKJ-POINTS-SW        PIC X VALUE 'N'.
               88  WS-TKJ-POINTS-ACCRUED   VALUE 'Y'.
           05  WS-TKJ-AR-SW            PIC X VALUE 'N'.
               88  WS-TKJ-AR-WRITTEN       VALUE 'Y'.
           05  WS-TKJ-ANSWER           PIC X VALUE SPACE.
               88  WS-TKJ-RESUME-WANTED    VALUE 'R' 'r'.
               88  WS-TKJ-CANCEL-WANTED    VALUE 'C' 'c'.
           05  WS-TKJ-TENDER-ASKED     PIC X VALUE SPACE.
           05  WS-TKJ-RECEIPT-NUMBER   PIC 9(6) VALUE ZEROES.
           05  WS-TKJ-ORIG-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-TKJ-ORIG-TIME        PIC 9(8) VALUE ZEROES.
           05  WS-TKJ-ORIG-CASHIER     PIC X(8) VALUE SPACES.
           05  WS-TKJ-CUSTOMER         PIC 9(7) VALUE ZEROES.
           05  WS-TKJ-LINE-NUMBER      PIC 999 VALUE ZEROES.
           05  WS-TKJ-FROM-LINE        PIC 999 VALUE ZEROES.
           05  WS-TKJ-LINES-REVERSED   PIC 999 VALUE ZEROES.
           05  WS-TKJ-END-KIND         PIC X VALUE SPACE.
           05  WS-TKJ-STOCK-SW         PIC X VALUE SPACE.
           05  WS-TKJ-ANIMAL-PRIOR     PIC X VALUE SPACE.
           05  WS-TKJ-APPT-PRIOR       PIC X VALUE SPACE.
           05  WS-TKJ-GIFT-CARD-NUMBER PIC 9(8) VALUE ZEROES.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-TKJ-GIFT-APPLIED==.
           05  WS-TKJ-POINTS-REDEEMED  PIC 9(7) VALUE ZEROES.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-TKJ-CHARGED-AMOUNT==.
           COPY TOTALAMTFLD REPLACING ==:NAME:== BY
               ==WS-TKJ-MONEY-RETURNED==.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==DISPLAY-TKJ-AMOUNT==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  WS-TKR-RESUMED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-TKR-CANCELLED-COUNT  PIC 9(5) VALUE ZEROES.
           05  WS-TKR-CANCELLED-VALUE  PIC 9(7)V99 VALUE ZEROES.
           05  WS-TKR-RETURNED-TOTAL   PIC 9(7)V99 VALUE ZEROES.

       01  WS-TKJ-JOURNAL-LINE.
           88  TKJ-EOF                   VALUE HIGH-VALUES.
           05  TKJ-REC-TYPE              PIC X.
               88  TKJ-IS-BEGIN              VALUE 'B'.
               88  TKJ-IS-CUSTOMER           VALUE 'C'.
               88  TKJ-IS-LINE               VALUE 'L'.
               88  TKJ-IS-VOID               VALUE 'V'.
               88  TKJ-IS-TENDER             VALUE 'T'.
               88  TKJ-IS-POINTS             VALUE 'Y'.
               88  TKJ-IS-RECEIPT            VALUE 'N'.
               88  TKJ-IS-POSTED             VALUE 'P'.
               88  TKJ-IS-END                VALUE 'E'.
           05  TKJ-DATE                  PIC 9(8).
           05  TKJ-TIME                  PIC 9(8).
           05  TKJ-CASHIER-ID            PIC X(8).
           05  TKJ-CUSTOMER              PIC 9(7).
           05  TKJ-LINE-NUMBER           PIC 999.
           05  FILLER                    PIC X(60).
       01  WS-TKJ-LINE-VIEW REDEFINES WS-TKJ-JOURNAL-LINE.
           05  FILLER                    PIC X(35).
           05  TKJ-ITEM-CODE             PIC X(6).
           05  TKJ-DESCRIPTION           PIC X(10).
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==TKJ-PRICE==.
           05  TKJ-QUANTITY              PIC 999.
           05  TKJ-PROMO-SW              PIC X.
           COPY UNITAMTFLD REPLACING ==:NAME:== BY ==TKJ-UNIT-COST==.
           05  TKJ-TAXABLE-SW            PIC X.
           05  TKJ-TAG-NUMBER            PIC X(8).
           05  TKJ-APPT-NUMBER           PIC 9(6).
           05  TKJ-QUOTE-NUMBER          PIC 9(6).
           05  FILLER                    PIC X(9).
       01  WS-TKJ-TENDER-VIEW REDEFINES WS-TKJ-JOURNAL-LINE.
           05  FILLER                    PIC X(35).
           05  TKJ-TENDER-TYPE           PIC X.
           05  TKJ-AMOUNT-TENDERED       PIC 9(5)V99.
           05  TKJ-CHANGE-DUE            PIC 9(5)V99.
           05  TKJ-GIFT-CARD-NUMBER      PIC 9(8).
           05  TKJ-GIFT-APPLIED          PIC 9(5)V99.
           05  TKJ-POINTS-REDEEMED       PIC 9(7).
           05  TKJ-CHARGED-AMOUNT        PIC 9(5)V99.
           05  FILLER                    PIC X(16).
       01  WS-TKJ-POST-VIEW REDEFINES WS-TKJ-JOURNAL-LINE.
           05  FILLER                    PIC X(35).
           05  TKJ-RECEIPT-NUMBER        PIC 9(6).
           05  TKJ-AR-WRITTEN-SW         PIC X.
           05  TKJ-POINTS-EARNED         PIC 9(5).
           05  TKJ-STOCK-MOVED-SW        PIC X.
           05  TKJ-ANIMAL-PRIOR          PIC X.
           05  TKJ-APPT-PRIOR            PIC X.
           05  TKJ-END-KIND              PIC X.
               88  TKJ-END-SOLD              VALUE 'S'.
               88  TKJ-END-HELD              VALUE 'H'.
               88  TKJ-END-CANCELLED         VALUE 'C'.
           05  FILLER                    PIC X(44).
       01  WS-TKJ-VOID-VIEW REDEFINES WS-TKJ-JOURNAL-LINE.
           05  FILLER                    PIC X(35).
           05  TKJ-VOID-APPROVER         PIC X(8).
           05  FILLER                    PIC X(52).

       01  WS-TKR-RECOVERY-LINE.
           88  TKR-EOF                   VALUE HIGH-VALUES.
           05  TKR-DATE                  PIC 9(8).
           05  TKR-TIME                  PIC 9(8).
           COPY STORECODE REPLACING ==:NAME:== BY ==TKR-STORE-CODE==.
           05  TKR-REGISTER-ID           PIC X(2).
           05  TKR-CASHIER-ID            PIC X(8).
           05  TKR-ORIG-CASHIER-ID       PIC X(8).
           05  TKR-ORIG-DATE             PIC 9(8).
           05  TKR-ORIG-TIME             PIC 9(8).
           05  TKR-ACTION                PIC X.
               88  TKR-RESUMED               VALUE 'R'.
               88  TKR-CANCELLED             VALUE 'C'.
           05  TKR-STAGE                 PIC X.
               88  TKR-STAGE-ENTRY           VALUE 'E'.
               88  TKR-STAGE-TENDERED        VALUE 'T'.
           05  TKR-LINE-COUNT            PIC 999.
           05  TKR-LINES-REVERSED        PIC 999.
           05  TKR-TICKET-TOTAL          PIC 9(5)V99.
           05  TKR-TENDER-TYPE           PIC X.
           05  TKR-MONEY-RETURNED        PIC 9(5)V99.

       01  WS-TKJ-FILENAME.
           05  FILLER                  PIC X(8) VALUE "tktjrnl_".
           05  WS-TKJ-FILENAME-STORE   PIC X(2) VALUE "01".
           05  WS-TKJ-FILENAME-REGISTER PIC X(2) VALUE "00".
           05  FILLER                  PIC X(4) VALUE ".dat".

      * WHAT THE JOURNAL SAYS WAS ALREADY POSTED FOR EACH LINE OF
      * THE TICKET, SO FINISHING OR CANCELLING IT TOUCHES EACH
      * STOCK, ANIMAL, APPOINTMENT AND QUOTE RECORD ONLY ONCE.
       01  WS-TKJ-LINE-TABLE.
           05  WS-TKJ-LINE-ENTRY OCCURS 100 TIMES.
               10  WS-TKJ-POSTED-SW        PIC X VALUE 'N'.
                   88  WS-TKJ-LINE-POSTED      VALUE 'Y'.
               10  WS-TKJ-LINE-STOCK-SW    PIC X VALUE 'N'.
                   88  WS-TKJ-LINE-STOCK-MOVED VALUE 'Y'.
               10  WS-TKJ-LINE-ANIMAL-PRIOR PIC X VALUE SPACE.
               10  WS-TKJ-LINE-APPT-PRIOR  PIC X VALUE SPACE.
               10  WS-TKJ-LINE-QUOTE       PIC 9(6) VALUE ZEROES.

       01  WS-CERT-HEADING-LINE.
           05  FILLER             PIC X(31) VALUE
               "ANIMAL CARE AND HEALTH RECORD  ".
           05  FILLER             PIC X(5)  VALUE "TAG ".
           05  CT-TAG-NUMBER      PIC X(8).

       01  WS-CERT-ANIMAL-LINE.
           05  CT-SPECIES         PIC X(15).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  CT-BREED           PIC X(20).
           05  FILLER             PIC X(6)  VALUE "  SEX ".
           05  CT-SEX             PIC X(1).

       01  WS-CERT-SOURCE-LINE.
           05  FILLER             PIC X(9)  VALUE "RECEIVED ".
           05  CT-RECEIVED-DATE   PIC 9(8).
           05  FILLER             PIC X(7)  VALUE "  FROM ".
           05  CT-SOURCE-TYPE     PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  CT-SOURCE          PIC X(20).

       01  WS-CERT-CARE-LINE.
           05  FILLER             PIC X(6)  VALUE "CARE: ".
           05  CT-CARE-NOTE       PIC X(40).

       01  WS-CERT-HEALTH-LINE.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  CT-HE-DATE         PIC 9(8).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  CT-HE-TYPE         PIC X(12).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  CT-HE-DESCRIPTION  PIC X(25).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  CT-HE-BY           PIC X(10).

       01  WS-CERT-NO-HEALTH-LINE.
           05  FILLER             PIC X(28) VALUE
               "  NO HEALTH ENTRIES RECORDED".

       01  WS-SPECORD-SLIP-LINE-1.
           05  FILLER             PIC X(18) VALUE
               "SPECIAL ORDER NO. ".
           05  SS-NUMBER          PIC 9(6).
           05  FILLER             PIC X(7)  VALUE "  DATE ".
           05  SS-DATE            PIC 9(8).
           05  FILLER             PIC X(11) VALUE "  CUSTOMER ".
           05  SS-CUSTOMER        PIC 9(7).

       01  WS-SPECORD-SLIP-LINE-2.
           05  SS-QUANTITY        PIC ZZ9.
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  SS-DESCRIPTION     PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  SS-VENDOR          PIC X(4).
           05  FILLER             PIC X(1)  VALUE SPACE.
           05  SS-VENDOR-PART     PIC X(12).
           05  FILLER             PIC X(1)  VALUE SPACE.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==SS-QUOTED-PRICE==
               ==:WIDTH:== BY ==$$$9.99==.

       01  WS-SPECORD-SLIP-LINE-3.
           05  FILLER             PIC X(13) VALUE "QUOTED TOTAL ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==SS-EXTENDED-PRICE==
               ==:WIDTH:== BY ==$$,$$9.99==.
           05  FILLER             PIC X(11) VALUE "  DEPOSIT  ".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==SS-DEPOSIT==
               ==:WIDTH:== BY ==$$,$$9.99==.

       01  WS-SPECORD-SLIP-LINE-4.
           05  FILLER             PIC X(43) VALUE
               "WE WILL CALL YOU WHEN YOUR ORDER COMES IN; ".
           05  FILLER             PIC X(22) VALUE
               "BRING THIS SLIP BACK. ".

       01  WS-TILL-SUMMARY-LINE-8.
           05  FILLER             PIC X(13) VALUE "OPENING FLOAT".
               ==WS-OPERATOR-FILE-STATUS==.
           05  WS-CASHIER-ID           PIC X(8) VALUE SPACES.
           05  WS-REGISTER-ID          PIC X(2) VALUE SPACES.
           COPY STORECODE REPLACING ==:NAME:== BY ==WS-STORE-CODE==.
           05  WS-STORE-ON-HAND        PIC 9(5) VALUE ZEROES.
           05  WS-CASHIER-VALID-SW     PIC X VALUE 'N'.
               88  WS-CASHIER-VALID        VALUE 'Y'.
           05  WS-OPERATOR-AUTHORITY   PIC X VALUE '1'.
       01  WS-TILL-HEADING-1.
           05  FILLER             PIC X(41) VALUE
               "PETSTORE - END OF DAY TILL RECONCILIATION".
           05  FILLER             PIC X(8)  VALUE "  STORE ".
           05  TL-STORE-CODE      PIC X(2).

       01  WS-TILL-SUMMARY-LINE-1.
           05  FILLER             PIC X(19) VALUE "SALES RUNG UP TODAY".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==TL-PAID-OUT==
               ==:WIDTH:== BY ==$$$,$$9.99==.

       01  WS-TILL-SUMMARY-LINE-10.
           05  FILLER             PIC X(28) VALUE
               "TICKETS RESUMED AFTER A STOP".
           05  TL-TKT-RESUMED     PIC ZZ,ZZ9.

       01  WS-TILL-SUMMARY-LINE-11.
           05  FILLER             PIC X(30) VALUE
               "TICKETS CANCELLED AFTER A STOP".
           05  TL-TKT-CANCELLED   PIC ZZ,ZZ9.

       01  WS-TILL-SUMMARY-LINE-12.
           05  FILLER             PIC X(22) VALUE
               "CANCELLED TICKET VALUE".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==TL-TKT-CANCEL-VALUE==
               ==:WIDTH:== BY ==$$$,$$9.99==.

       01  WS-TILL-SUMMARY-LINE-13.
           05  FILLER             PIC X(25) VALUE
               "PAYMENT HANDED BACK TODAY".
           COPY MONEYFLD REPLACING ==:NAME:== BY ==TL-TKT-RETURNED==
               ==:WIDTH:== BY ==$$$,$$9.99==.

       PROCEDURE DIVISION.

       0001-START.
           ELSE
           IF MODE-PAID-IN-OUT
               PERFORM 0085-PROCESS-PAID-IN-OUT
           ELSE
           IF MODE-LAYAWAY
               PERFORM 0094-PROCESS-LAYAWAY
           ELSE
           IF MODE-ACCOUNT-PAYMENT
               PERFORM 0111-PROCESS-ACCOUNT-PAYMENT
           ELSE
           IF MODE-SPECIAL-ORDER
               PERFORM 0116-PROCESS-SPECIAL-ORDER
           ELSE
               PERFORM 0008-OPEN-ITEM-MASTER
               PERFORM 0013-OPEN-SALESLOG
               SET I TO 1
               PERFORM 0147-CHECK-TICKET-JOURNAL
               IF NOT WS-TKJ-RESUMED
                   PERFORM 0043-ASK-CUSTOMER
                   PERFORM 0151-BEGIN-TICKET-JOURNAL
               END-IF
               IF NOT WS-TKJ-TENDER-TAKEN
                   PERFORM 0003-ASK-FOR-ITEM THRU 0003-EXIT
                       UNTIL DONE
               END-IF
               IF WS-TICKET-SUSPENDED
                   MOVE 'H' TO WS-TKJ-END-KIND
                   PERFORM 0158-JOURNAL-TICKET-END
               ELSE
                   PERFORM 0004-CALCULATE-DISCOUNT
                   PERFORM 0005-CALCULATE-TAX
                   PERFORM 0006-DISPLAY-BILL
                   IF NOT WS-TKJ-TENDER-TAKEN
                       PERFORM 0011-TAKE-PAYMENT
                       PERFORM 0155-JOURNAL-TENDER
                   END-IF
                   IF NOT WS-TKJ-POINTS-ACCRUED
                       PERFORM 0044-ACCRUE-LOYALTY-POINTS
                       PERFORM 0156-JOURNAL-POINTS
                   END-IF
                   PERFORM 0014-WRITE-SALESLOG
               END-IF
               PERFORM 0009-CLOSE-ITEM-MASTER
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 0059-WRITE-AUDIT-END
           STOP RUN.
       0001-END.
           ELSE
               MOVE SPACE TO ITEM-PROMO-SW (I)
               MOVE SPACE TO ITEM-TAXABLE-SW (I)
               MOVE SPACES TO ITEM-TAG-NUMBER (I)
               MOVE ZEROES TO ITEM-APPT-NUMBER (I)
               DISPLAY "Item code (QUOTE to pull an enclosure "
                   "quote, APPT for a grooming appointment, HOLD to "
                   "suspend, RECALL for a held ticket):"
               ACCEPT ITEM-CODE (I)
               IF ITEM-CODE (I) IS EQUAL TO "HOLD  "
                   PERFORM 0076-SUSPEND-TICKET
                   GO TO 0003-EXIT
               END-IF
               IF ITEM-CODE (I) IS EQUAL TO "RECALL"
                   SET WS-TKJ-FROM-LINE TO I
                   PERFORM 0077-RECALL-TICKET
                   PERFORM 0152-JOURNAL-CUSTOMER
                   PERFORM 0153-JOURNAL-LINE
                       VARYING WS-TKJ-LINE-NUMBER FROM WS-TKJ-FROM-LINE
                       BY 1 UNTIL WS-TKJ-LINE-NUMBER IS NOT LESS THAN I
                   DISPLAY "Do you have items to include? Y/N"
                       " (or V to void the last item)"
                   ACCEPT USER-ANSWER
                   END-IF
                   GO TO 0003-EXIT
               END-IF
               IF ITEM-CODE (I) IS EQUAL TO "APPT  "
                   PERFORM 0139-PULL-APPOINTMENT THRU 0139-EXIT
                   IF NOT WS-APPT-USABLE
                       GO TO 0003-EXIT
                   END-IF
               ELSE
               IF ITEM-CODE (I) IS EQUAL TO "QUOTE "
                   PERFORM 0051-PULL-QUOTE-ITEM
               ELSE
                       MOVE MASTER-UNIT-COST TO ITEM-UNIT-COST (I)
                       MOVE MASTER-TAXABLE-SW TO ITEM-TAXABLE-SW (I)
                       PERFORM 0064-CHECK-PROMO-PRICE
                       IF MASTER-LIVE-ANIMAL
                           PERFORM 0133-CHECK-ANIMAL-TAG
                               THRU 0133-EXIT
                           IF NOT WS-ANIMAL-OK
                               GO TO 0003-EXIT
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "Item code not on file; enter manually."
                       DISPLAY "Item description:"
                       ACCEPT ITEM-PRICE (I)
                       MOVE ZEROES TO ITEM-UNIT-COST (I)
                   END-IF
                   IF ITEM-TAG-NUMBER (I) IS EQUAL TO SPACES
                       DISPLAY "Item quantity:"
                       ACCEPT ITEM-QUANTITY (I)
                   ELSE
                       MOVE 1 TO ITEM-QUANTITY (I)
                   END-IF
                   IF ITEM-MASTER-FOUND
                       PERFORM 0143-COMPUTE-STORE-ON-HAND
                       IF ITEM-QUANTITY (I) IS GREATER THAN
                           WS-STORE-ON-HAND
                           DISPLAY "Warning: only ", WS-STORE-ON-HAND,
                               " on hand for ", MASTER-DESCRIPTION
                       END-IF
                   END-IF
               END-IF
               END-IF
               COMPUTE ITEM-COST (I) =
                   ITEM-QUANTITY (I) * ITEM-PRICE (I)
               ADD ITEM-QUANTITY (I) TO TOTAL-QUANTITY
               IF NOT ITEM-TAX-EXEMPT (I)
                   ADD ITEM-COST (I) TO WS-TAXABLE-COST
               END-IF
               MOVE ZEROES TO WS-TKJ-LINE-QUOTE (I)
               IF ITEM-CODE (I) IS EQUAL TO "QUOTE " AND
                   WS-QUOTE-USABLE
                   MOVE WS-ASKED-QUOTE-NUMBER TO WS-TKJ-LINE-QUOTE (I)
               END-IF
               SET WS-TKJ-LINE-NUMBER TO I
               PERFORM 0153-JOURNAL-LINE
               ADD 1 TO I
               DISPLAY "Do you have items to include? Y/N"
                   " (or V to void the last item)"

       0011-TAKE-PAYMENT.
           DISPLAY "Tender type: (C)ash, (K)ard, (H)check, ".
           DISPLAY "(G)ift card, loyalty (P)oints, or house (A)ccount".
           ACCEPT TENDER-TYPE.
           MOVE TENDER-TYPE TO WS-TKJ-TENDER-ASKED.
           IF TENDER-HOUSE-CHARGE
               PERFORM 0107-CHARGE-HOUSE-ACCOUNT THRU 0107-EXIT
           END-IF.
           IF TENDER-GIFT
               PERFORM 0039-REDEEM-GIFT-CARD THRU 0039-EXIT
           END-IF.
                   END-IF
                   DISPLAY "Voided: ", ITEM-DESCRIPTION (I)
                   PERFORM 0063-WRITE-VOID-RECORD
                   MOVE ZEROES TO WS-TKJ-LINE-QUOTE (I)
                   PERFORM 0154-JOURNAL-VOID
               ELSE
                   DISPLAY "Void refused."
               END-IF
       0014-WRITE-SALESLOG.
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-TIME FROM TIME.
           IF WS-TKJ-RECEIPT-NUMBER IS GREATER THAN ZEROES
               MOVE WS-TKJ-RECEIPT-NUMBER TO WS-RECEIPT-NUMBER
           ELSE
               PERFORM 0028-ASSIGN-RECEIPT-NUMBER
               PERFORM 0157-JOURNAL-RECEIPT
           END-IF.
           IF TENDER-HOUSE-CHARGE AND NOT WS-TKJ-AR-WRITTEN
               MOVE WS-CUSTOMER-NUMBER TO WS-AR-CUSTOMER
               MOVE 'C' TO WS-AR-TYPE
               MOVE TOTAL-COST-WITH-TAX TO WS-AR-AMOUNT
               MOVE WS-RECEIPT-NUMBER TO WS-AR-REFERENCE
               PERFORM 0109-WRITE-AR-TRANSACTION
               MOVE 'Y' TO WS-TKJ-AR-SW
               PERFORM 0157-JOURNAL-RECEIPT
           END-IF.
           PERFORM 0161-POST-ONE-LINE
               VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT.
           PERFORM 0020-WRITE-ITEM-DETAIL-LINE
               VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT.
           SET SL-REC-IS-SALE TO TRUE.
           MOVE WS-SALESLOG-DETAIL-LINE TO SALESLOG-RECORD.
           WRITE SALESLOG-RECORD.
           ADD 1 TO WS-LOG-WRITE-COUNT.
           MOVE 'S' TO WS-TKJ-END-KIND.
           PERFORM 0158-JOURNAL-TICKET-END.
           INITIALIZE WS-TKJ-LINE-TABLE.
           MOVE 'N' TO WS-TKJ-AR-SW.
           MOVE ZEROES TO WS-TKJ-RECEIPT-NUMBER.
           PERFORM 0029-PRINT-RECEIPT.
       0014-END.

               DISPLAY "2 to run end-of-day till reconciliation, "
               DISPLAY "3 to take a customer return, "
               DISPLAY "4 to issue or reload a gift card, "
               DISPLAY "5 to record a paid-in or paid-out, "
               DISPLAY "6 to open or pay on a layaway, "
               DISPLAY "7 to take a payment on a house account, "
               DISPLAY "or 8 to take or pick up a special order:"
               ACCEPT OPERATION-MODE
           END-IF.
       0016-END.
               DISPLAY "No sales log found; reporting zero sales for ",
                   "today."
           END-IF
           PERFORM 0174-LOAD-TICKET-RECOVERIES
           IF WS-TILL-CASH-REFUND-TOTAL + WS-TILL-PAID-OUT-TOTAL
               IS GREATER THAN WS-TILL-EXPECTED-CASH
               DISPLAY "PETSTORE - CASH REFUNDS AND PAID-OUTS "
                       TILL-SL-SALE-MONTH IS EQUAL TO
                           WS-TILL-RUN-MONTH AND
                       TILL-SL-SALE-DAY IS EQUAL TO WS-TILL-RUN-DAY
                       AND (TILL-SL-STORE-CODE IS EQUAL TO
                           WS-STORE-CODE OR
                           (TILL-SL-STORE-CODE-MAIN AND
                               WS-STORE-CODE-MAIN))
                       IF TILL-SL-REC-PAID-IN
                           ADD TILL-SL-SALE-TOTAL TO
                               WS-TILL-EXPECTED-CASH
                           SUBTRACT TILL-SL-SALE-TOTAL FROM
                               WS-DRAWER-EXPECTED(WS-CURR-DRAWER-IDX)
                       ELSE
                       IF TILL-SL-REC-LAYAWAY OR
                           TILL-SL-REC-ACCT-PAYMENT OR
                           TILL-SL-REC-SPECIAL-ORDER
                           IF TILL-SL-TENDER-CASH
                               PERFORM 0042-COMPUTE-CASH-TAKEN
                               ADD TILL-SL-CASH-TAKEN TO
                                   WS-TILL-EXPECTED-CASH
                               PERFORM 0033-FIND-DRAWER-ENTRY
                               ADD TILL-SL-CASH-TAKEN TO
                                   WS-DRAWER-EXPECTED
                                       (WS-CURR-DRAWER-IDX)
                           END-IF
                       ELSE
                       IF TILL-SL-REC-RETURN
                           ADD 1 TO WS-TILL-REFUND-COUNT
                           IF TILL-SL-TENDER-CASH
                       END-IF
                       END-IF
                       END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-STORE-CODE TO TL-STORE-CODE
           MOVE WS-TILL-HEADING-1 TO TILL-REPORT-LINE
           WRITE TILL-REPORT-LINE
           MOVE WS-TILL-SALE-COUNT TO TL-SALE-COUNT
           MOVE WS-TILL-PAID-OUT-TOTAL TO TL-PAID-OUT
           MOVE WS-TILL-SUMMARY-LINE-9 TO TILL-REPORT-LINE
           WRITE TILL-REPORT-LINE
           MOVE WS-TKR-RESUMED-COUNT TO TL-TKT-RESUMED
           MOVE WS-TILL-SUMMARY-LINE-10 TO TILL-REPORT-LINE
           WRITE TILL-REPORT-LINE
           MOVE WS-TKR-CANCELLED-COUNT TO TL-TKT-CANCELLED
           MOVE WS-TILL-SUMMARY-LINE-11 TO TILL-REPORT-LINE
           WRITE TILL-REPORT-LINE
           MOVE WS-TKR-CANCELLED-VALUE TO TL-TKT-CANCEL-VALUE
           MOVE WS-TILL-SUMMARY-LINE-12 TO TILL-REPORT-LINE
           WRITE TILL-REPORT-LINE
           MOVE WS-TKR-RETURNED-TOTAL TO TL-TKT-RETURNED
           MOVE WS-TILL-SUMMARY-LINE-13 TO TILL-REPORT-LINE
           WRITE TILL-REPORT-LINE
           MOVE WS-TILL-OPENING-FLOAT TO TL-OPENING-FLOAT
           MOVE WS-TILL-SUMMARY-LINE-8 TO TILL-REPORT-LINE
           WRITE TILL-REPORT-LINE
           MOVE ITEM-PROMO-SW (I) TO IL-PROMO-FLAG.
           MOVE ITEM-UNIT-COST (I) TO IL-UNIT-COST.
           MOVE ITEM-TAXABLE-SW (I) TO IL-TAXABLE-FLAG.
           MOVE ITEM-TAG-NUMBER (I) TO IL-TAG-NUMBER.
           MOVE ITEM-APPT-NUMBER (I) TO IL-APPT-NUMBER.
           MOVE WS-SALESLOG-ITEM-LINE TO SALESLOG-RECORD.
           WRITE SALESLOG-RECORD.
           ADD 1 TO WS-LOG-WRITE-COUNT.
       0020-END.

       0021-VERIFY-SALESLOG-TRAILER.
                   CONTINUE
               NOT INVALID KEY
                   MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                   MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
                   MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
                   IF ITEM-QUANTITY (I) IS GREATER THAN MASTER-ON-HAND
                       MOVE ZEROES TO MASTER-ON-HAND
                   ELSE
                       SUBTRACT ITEM-QUANTITY (I) FROM MASTER-ON-HAND
                   END-IF
                   IF WS-STORE-CODE-SECOND
                       PERFORM 0143-COMPUTE-STORE-ON-HAND
                       IF ITEM-QUANTITY (I) IS GREATER THAN
                           MASTER-STORE-02-ON-HAND
                           MOVE ZEROES TO MASTER-STORE-02-ON-HAND
                       ELSE
                           SUBTRACT ITEM-QUANTITY (I)
                               FROM MASTER-STORE-02-ON-HAND
                       END-IF
                   END-IF
                   REWRITE ITEMMASTER-RECORD
                   PERFORM 0091-JOURNAL-ITEM-CHANGE
                   PERFORM 0125-WRITE-STOCK-LEDGER
                   IF MASTER-DATED
                       PERFORM 0126-RELIEVE-DATED-LOTS
                   END-IF
           END-READ.
       0022-END.

           MOVE WS-SALE-DATE TO SL-DATE
           MOVE RETURN-QUANTITY TO SL-QUANTITY
           MOVE RETURN-TOTAL TO SL-TOTAL-WITH-TAX
           IF WS-CHARGE-DONE
               MOVE "A" TO SL-TENDER-TYPE
           ELSE
               MOVE "C" TO SL-TENDER-TYPE
           END-IF
           MOVE RETURN-TOTAL TO SL-AMOUNT-TENDERED
           MOVE ZEROES TO SL-CHANGE-DUE
           MOVE 1.00 TO SL-DISCOUNT-RATE

       0027-RESTOCK-RETURNED-ITEM.
           MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE.
           MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND.
           MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST.
           ADD RETURN-QUANTITY TO MASTER-ON-HAND.
           IF WS-STORE-CODE-SECOND
               PERFORM 0143-COMPUTE-STORE-ON-HAND
               ADD RETURN-QUANTITY TO MASTER-STORE-02-ON-HAND
           END-IF.
           REWRITE ITEMMASTER-RECORD.
           PERFORM 0091-JOURNAL-ITEM-CHANGE.
           MOVE "R" TO WS-STK-MOVE-TYPE.
           MOVE SPACES TO WS-STK-REFERENCE.
           STRING "RECEIPT " DELIMITED BY SIZE
               WS-ASKED-RECEIPT DELIMITED BY SIZE
               INTO WS-STK-REFERENCE.
           PERFORM 0125-WRITE-STOCK-LEDGER.
           IF MASTER-DATED
               PERFORM 0131-RESTOCK-DATED-LOT
           END-IF.
       0027-END.

       0028-ASSIGN-RECEIPT-NUMBER.
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           PERFORM 0136-PRINT-ANIMAL-CERTIFICATE
               VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
           CLOSE RECEIPTFILE.
       0029-END.

           IF WS-RUNPARM-AVAILABLE
               MOVE RP-OPERATOR-NAME TO WS-CASHIER-ID
               MOVE "00" TO WS-REGISTER-ID
               MOVE RP-STORE-CODE TO WS-STORE-CODE
               IF WS-STORE-CODE-MAIN
                   MOVE "01" TO WS-STORE-CODE
               END-IF
               IF NOT WS-STORE-CODE-VALID
                   DISPLAY "PETSTORE - RUN PARAMETER STORE CODE ",
                       WS-STORE-CODE, " IS NOT A STORE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE '3' TO WS-OPERATOR-AUTHORITY
           ELSE
               MOVE "1" TO SGN-REQUIRED-AUTHORITY
                       STOP RUN
                   END-IF
               END-IF
               MOVE SPACES TO WS-STORE-CODE
               PERFORM 0142-ASK-STORE-CODE
                   UNTIL WS-STORE-CODE-VALID
               DISPLAY "Register number (01-99):"
               ACCEPT WS-REGISTER-ID
           END-IF
           MOVE WS-STORE-CODE TO SL-STORE-CODE
           MOVE WS-STORE-CODE TO IL-STORE-CODE.
       0031-END.

       0032-VALIDATE-CASHIER.
           END-WRITE.
       0047-END.

      * EACH STORE KEEPS ITS OWN LINE ON DAYSTATUS.DAT, SO THE
      * FILE IS READ THROUGH FOR THIS STORE'S LINE AND THE OTHER
      * STORES' LINES ARE HELD TO BE WRITTEN BACK UNCHANGED WHEN
      * THIS STORE'S DAY IS MARKED OPEN.
       0048-CHECK-DAY-STATUS.
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           MOVE 'N' TO WS-THIS-DAY-FOUND-SW
           MOVE ZEROES TO WS-OTHER-DAY-COUNT
           OPEN INPUT DAYSTATUSFILE
           IF WS-DAYSTATUS-STATUS-OK
               READ DAYSTATUSFILE
                   AT END CONTINUE
               END-READ
               PERFORM 0144-LOAD-ONE-DAY-STATUS
                   UNTIL NOT WS-DAYSTATUS-STATUS-OK
               CLOSE DAYSTATUSFILE
           END-IF
           IF WS-THIS-DAY-FOUND
               MOVE WS-THIS-DAY-DATE TO DS-BUSINESS-DATE
               MOVE WS-THIS-DAY-STATUS TO DS-STATUS
               IF DS-DAY-OPEN AND
                   DS-BUSINESS-DATE IS LESS THAN WS-SALE-DATE
                   DISPLAY "Business day ", DS-BUSINESS-DATE,
                       " was never closed at store ", WS-STORE-CODE,
                       "; run the end-of-day close before ringing "
                       "new sales."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF DS-DAY-CLOSED OR
                   DS-BUSINESS-DATE IS LESS THAN WS-SALE-DATE
                   PERFORM 0049-MARK-DAY-OPEN
               END-IF
           ELSE

       0049-MARK-DAY-OPEN.
           OPEN OUTPUT DAYSTATUSFILE
           PERFORM 0145-WRITE-OTHER-DAY-STATUS
               VARYING WS-OTHER-DAY-IDX FROM 1 BY 1
               UNTIL WS-OTHER-DAY-IDX IS GREATER THAN
                   WS-OTHER-DAY-COUNT
           MOVE WS-SALE-DATE TO DS-BUSINESS-DATE
           SET DS-DAY-OPEN TO TRUE
           MOVE WS-STORE-CODE TO DS-STORE-CODE
           WRITE DAY-STATUS-RECORD
           CLOSE DAYSTATUSFILE.
       0049-END.
               READ TILLFLOATFILE
                   AT END CONTINUE
               END-READ
               PERFORM 0146-CHECK-ONE-FLOAT
                   UNTIL NOT WS-FLOAT-STATUS-OK
               CLOSE TILLFLOATFILE
           END-IF.
       0050-END.
           END-IF.
       0062-END.

      * THE VOID LINE CARRIES THE CASHIER WHO RANG THE TICKET SO
      * LOSS PREVENTION CAN COUNT VOIDS PER CASHIER; THE REASON
      * CODE SAYS WHETHER A SUPERVISOR SIGNED ON FOR IT (SUPVR) OR
      * THE CASHIER'S OWN AUTHORITY COVERED IT (SELF). A VOID HAS
      * NO TENDER, SO THE OPERATOR WHO APPROVED IT IS CARRIED IN THE
      * AMOUNT-TENDERED POSITION.
       0063-WRITE-VOID-RECORD.
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           ACCEPT SL-TIME FROM TIME
           MOVE ITEM-QUANTITY (I) TO SL-QUANTITY
           MOVE ITEM-COST (I) TO SL-TOTAL-WITH-TAX
           MOVE SPACE TO SL-TENDER-TYPE
           MOVE WS-VOID-SUPERVISOR TO SL-VOID-APPROVER
           MOVE ZEROES TO SL-CHANGE-DUE
           MOVE 1.00 TO SL-DISCOUNT-RATE
           MOVE ZEROES TO SL-DISCOUNT-AMOUNT
           MOVE ZEROES TO SL-RECEIPT-NUMBER
           MOVE WS-CASHIER-ID TO SL-CASHIER-ID
           IF WS-VOID-SUPERVISOR IS EQUAL TO WS-CASHIER-ID
               MOVE "SELF" TO SL-REASON-CODE
           ELSE
               MOVE "SUPVR" TO SL-REASON-CODE
           END-IF
           MOVE WS-REGISTER-ID TO SL-REGISTER-ID
           MOVE WS-CUSTOMER-NUMBER TO SL-CUSTOMER-NUMBER
           MOVE ZEROES TO SL-POINTS-EARNED
           MOVE WS-SALESLOG-DETAIL-LINE TO SALESLOG-RECORD
           WRITE SALESLOG-RECORD
           ADD 1 TO WS-LOG-WRITE-COUNT
           MOVE SPACES TO SL-REASON-CODE
           MOVE ZEROES TO SL-AMOUNT-TENDERED
           MOVE "S" TO SL-REC-TYPE.
       0063-END.

               MOVE RETURN-TOTAL TO DISPLAY-RETURN-TOTAL
               DISPLAY "Refund due (including tax): ",
                   DISPLAY-RETURN-TOTAL
               MOVE 'N' TO WS-CHARGE-DONE-SW
               IF WS-RET-ON-ACCOUNT
                   PERFORM 0110-CREDIT-HOUSE-ACCOUNT
               END-IF
               PERFORM 0013-OPEN-SALESLOG
               PERFORM 0026-WRITE-RETURN-RECORD
               PERFORM 0015-CLOSE-SALESLOG
                       IF ITEM-MASTER-FOUND
                           PERFORM 0027-RESTOCK-RETURNED-ITEM
                       END-IF
                   ELSE
                       DISPLAY "Hold for return to vendor? Y/N"
                       ACCEPT WS-RTV-HOLD-ANSWER
                       IF WS-HOLD-FOR-RTV
                           SET ITEM-MASTER-NOT-FOUND TO TRUE
                           PERFORM 0025-LOOKUP-RETURN-ITEM
                           IF ITEM-MASTER-FOUND
                               PERFORM 0027-RESTOCK-RETURNED-ITEM
                               DISPLAY "Raise a return-to-vendor "
                                   "authorization for item ",
                                   RETURN-ITEM-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
                           WS-ASKED-RECEIPT-X
                       SET WS-RECEIPT-FOUND TO TRUE
                       MOVE TILL-SL-DISCOUNT-RATE TO WS-RET-RATE-X
                       MOVE TILL-SL-TENDER-TYPE TO WS-RET-ORIG-TENDER
                       MOVE TILL-SL-CUSTOMER-NUMBER
                           TO WS-RET-ORIG-CUSTOMER
                   ELSE
                       MOVE ZEROES TO WS-TKT-COUNT
                   END-IF
           MOVE ITEM-PROMO-SW (WS-HOLD-IDX) TO HT-PROMO-SW
           MOVE ITEM-UNIT-COST (WS-HOLD-IDX) TO HT-UNIT-COST
           MOVE ITEM-TAXABLE-SW (WS-HOLD-IDX) TO HT-TAXABLE-SW
           MOVE ITEM-TAG-NUMBER (WS-HOLD-IDX) TO HT-TAG-NUMBER
           MOVE ITEM-APPT-NUMBER (WS-HOLD-IDX) TO HT-APPT-NUMBER
           MOVE WS-TKJ-LINE-QUOTE (WS-HOLD-IDX) TO HT-QUOTE-NUMBER
           WRITE HELDTICKETDETAILS.
       0079-END.

                       MOVE HT-PROMO-SW TO ITEM-PROMO-SW (I)
                       MOVE HT-UNIT-COST TO ITEM-UNIT-COST (I)
                       MOVE HT-TAXABLE-SW TO ITEM-TAXABLE-SW (I)
                       MOVE HT-TAG-NUMBER TO ITEM-TAG-NUMBER (I)
                       IF HT-APPT-NUMBER IS NUMERIC
                           MOVE HT-APPT-NUMBER TO ITEM-APPT-NUMBER (I)
                       ELSE
                           MOVE ZEROES TO ITEM-APPT-NUMBER (I)
                       END-IF
                       IF HT-QUOTE-NUMBER IS NUMERIC
                           MOVE HT-QUOTE-NUMBER TO
                               WS-TKJ-LINE-QUOTE (I)
                       ELSE
                           MOVE ZEROES TO WS-TKJ-LINE-QUOTE (I)
                       END-IF
                       COMPUTE ITEM-COST (I) =
                           ITEM-QUANTITY (I) * ITEM-PRICE (I)
                       ADD ITEM-QUANTITY (I) TO TOTAL-QUANTITY
           PERFORM 0090-WRITE-JOURNAL-RECORD.
       0093-END.

      * A LAYAWAY IS OPENED AGAINST A CUSTOMER ACCOUNT: THE TICKET
      * IS RUNG UP AS USUAL, THE GOODS ARE TAKEN OUT OF ON-HAND AT
      * ONCE SO THEY CANNOT BE SOLD TWICE, AND A DEPOSIT OF AT
      * LEAST THE POLICY RATE IS TAKEN. MONEY TAKEN ON A LAYAWAY
      * GOES ON THE SALES LOG AS ITS OWN RECORD TYPE (L); THE SALE
      * ITSELF IS ONLY WRITTEN, TENDERED AS L, WHEN THE LAST
      * PAYMENT COMES IN, SO REVENUE AND TAX FALL ON THAT DAY.
       0094-PROCESS-LAYAWAY.
           PERFORM 0095-OPEN-LAYAWAY-FILE
           IF NOT WS-LAYAWAY-AVAILABLE
               DISPLAY "Layaway file not available; no layaway "
                   "can be taken."
           ELSE
               DISPLAY "(O)pen a new layaway or (P)ay on one?"
               ACCEPT WS-LAYAWAY-ACTION
               IF WS-LAYAWAY-OPEN-WANTED
                   PERFORM 0096-OPEN-NEW-LAYAWAY THRU 0096-EXIT
               ELSE
                   PERFORM 0101-TAKE-LAYAWAY-PAYMENT THRU 0101-EXIT
               END-IF
               CLOSE LAYAWAYFILE
               IF WS-CUSTOMER-AVAILABLE
                   CLOSE CUSTOMERFILE
               END-IF
           END-IF.
       0094-END.

       0095-OPEN-LAYAWAY-FILE.
           MOVE 'N' TO WS-LAYAWAY-AVAIL-SW
           OPEN I-O LAYAWAYFILE
           IF NOT WS-LAYAWAY-STATUS-OK
               OPEN OUTPUT LAYAWAYFILE
               IF WS-LAYAWAY-STATUS-OK
                   CLOSE LAYAWAYFILE
                   OPEN I-O LAYAWAYFILE
               END-IF
           END-IF
           IF WS-LAYAWAY-STATUS-OK
               MOVE 'Y' TO WS-LAYAWAY-AVAIL-SW
           END-IF.
       0095-END.

       0096-OPEN-NEW-LAYAWAY.
           PERFORM 0043-ASK-CUSTOMER
           IF WS-CUSTOMER-NUMBER IS EQUAL TO ZEROES
               DISPLAY "A layaway must be opened on a customer "
                   "account."
               GO TO 0096-EXIT
           END-IF
           PERFORM 0008-OPEN-ITEM-MASTER
           SET I TO 1
           PERFORM 0003-ASK-FOR-ITEM THRU 0003-EXIT
               UNTIL DONE
           IF WS-TICKET-SUSPENDED OR I IS EQUAL TO 1
               DISPLAY "No layaway opened."
               PERFORM 0009-CLOSE-ITEM-MASTER
               GO TO 0096-EXIT
           END-IF
           PERFORM 0004-CALCULATE-DISCOUNT
           PERFORM 0005-CALCULATE-TAX
           PERFORM 0006-DISPLAY-BILL
           COMPUTE WS-LAY-MIN-DEPOSIT ROUNDED =
               TOTAL-COST-WITH-TAX * WS-LAYAWAY-DEPOSIT-RATE
           MOVE WS-LAY-MIN-DEPOSIT TO DISPLAY-LAY-AMOUNT
           DISPLAY "Minimum deposit: ", DISPLAY-LAY-AMOUNT
           DISPLAY "Deposit amount:"
           ACCEPT WS-LAY-PAYMENT
           IF WS-LAY-PAYMENT IS LESS THAN WS-LAY-MIN-DEPOSIT
               DISPLAY "Deposit is below the minimum; no layaway "
                   "opened."
               PERFORM 0009-CLOSE-ITEM-MASTER
               GO TO 0096-EXIT
           END-IF
           IF WS-LAY-PAYMENT IS NOT LESS THAN TOTAL-COST-WITH-TAX
               DISPLAY "Deposit covers the whole ticket; ring it "
                   "up as a sale instead."
               PERFORM 0009-CLOSE-ITEM-MASTER
               GO TO 0096-EXIT
           END-IF
           PERFORM 0097-TAKE-LAYAWAY-TENDER
           IF NOT WS-LAY-TENDER-OK
               DISPLAY "No layaway opened."
               PERFORM 0009-CLOSE-ITEM-MASTER
               GO TO 0096-EXIT
           END-IF
           PERFORM 0098-ASSIGN-LAYAWAY-NUMBER
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           PERFORM 0099-COMPUTE-LAYAWAY-DUE-DATE
           MOVE WS-CUSTOMER-NUMBER TO WS-LAY-CUSTOMER
           MOVE TOTAL-COST-WITH-TAX TO WS-LAY-TICKET-TOTAL
           MOVE WS-LAY-PAYMENT TO WS-LAY-PAID-TO-DATE
           COMPUTE WS-LAY-BALANCE =
               WS-LAY-TICKET-TOTAL - WS-LAY-PAID-TO-DATE
           MOVE SPACES TO LAYAWAY-RECORD
           MOVE WS-LAY-NUMBER TO LA-NUMBER
           MOVE ZEROES TO LA-LINE
           MOVE WS-LAY-CUSTOMER TO LA-CUSTOMER
           MOVE WS-SALE-DATE TO LA-OPEN-DATE
           MOVE WS-LAY-DUE-DATE TO LA-DUE-DATE
           SET LA-STATUS-OPEN TO TRUE
           MOVE WS-ITEM-COUNT TO LA-ITEM-COUNT
           MOVE TOTAL-QUANTITY TO LA-TOTAL-QUANTITY
           MOVE TOTAL-COST TO LA-TOTAL-COST
           MOVE DISCOUNT-RATE-APPLIED TO LA-DISCOUNT-RATE
           MOVE DISCOUNT-AMOUNT TO LA-DISCOUNT-AMOUNT
           MOVE TAX-AMOUNT TO LA-TAX-AMOUNT
           MOVE WS-LAY-TICKET-TOTAL TO LA-TICKET-TOTAL
           MOVE WS-LAY-PAID-TO-DATE TO LA-PAID-TO-DATE
           MOVE WS-SALE-DATE TO LA-LAST-PAYMENT-DATE
           MOVE ZEROES TO LA-CLOSE-DATE
           MOVE ZEROES TO LA-FEE-KEPT
           MOVE WS-CASHIER-ID TO LA-CASHIER-ID
           WRITE LAYAWAY-RECORD
               INVALID KEY
                   DISPLAY "PETSTORE - LAYAWAY ", WS-LAY-NUMBER,
                       " ALREADY ON FILE; CHECK LAYAWAYCTL.DAT"
                   PERFORM 0009-CLOSE-ITEM-MASTER
                   GO TO 0096-EXIT
           END-WRITE
           PERFORM 0100-WRITE-LAYAWAY-ITEM
               VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
           PERFORM 0009-CLOSE-ITEM-MASTER
           MOVE "DEPOS" TO WS-LAY-REASON
           PERFORM 0013-OPEN-SALESLOG
           PERFORM 0103-WRITE-LAYAWAY-PAYMENT
           PERFORM 0015-CLOSE-SALESLOG
           PERFORM 0104-PRINT-LAYAWAY-SLIP
           DISPLAY "Layaway ", WS-LAY-NUMBER, " opened; pay in "
               "full by ", WS-LAY-DUE-DATE.
       0096-EXIT.
           EXIT.
       0096-END.

      * LAYAWAY MONEY IS TAKEN BY CASH, CARD OR CHECK ONLY; A CASH
      * TENDER SHORT OF THE PAYMENT IS REFUSED RATHER THAN BOOKED
      * AS A SMALLER PAYMENT THE CUSTOMER DID NOT ASK FOR.
       0097-TAKE-LAYAWAY-TENDER.
           MOVE 'N' TO WS-LAY-TENDER-OK-SW
           MOVE ZEROES TO CHANGE-DUE
           DISPLAY "Tender type: (C)ash, (K)ard, (H)check"
           ACCEPT TENDER-TYPE
           IF TENDER-CASH
               DISPLAY "Amount tendered:"
               ACCEPT AMOUNT-TENDERED
               IF AMOUNT-TENDERED IS LESS THAN WS-LAY-PAYMENT
                   DISPLAY "Amount tendered is less than the "
                       "payment."
               ELSE
                   COMPUTE CHANGE-DUE =
                       AMOUNT-TENDERED - WS-LAY-PAYMENT
                   MOVE CHANGE-DUE TO DISPLAY-CHANGE-DUE
                   DISPLAY "Change due: ", DISPLAY-CHANGE-DUE
                   MOVE 'Y' TO WS-LAY-TENDER-OK-SW
               END-IF
           ELSE
               IF TENDER-CARD OR TENDER-CHECK
                   MOVE WS-LAY-PAYMENT TO AMOUNT-TENDERED
                   DISPLAY "Payment recorded. No change due."
                   MOVE 'Y' TO WS-LAY-TENDER-OK-SW
               ELSE
                   DISPLAY "Layaway payments are cash, card or "
                       "check only."
               END-IF
           END-IF.
       0097-END.

       0098-ASSIGN-LAYAWAY-NUMBER.
           MOVE ZEROES TO WS-LAY-NUMBER
           OPEN INPUT LAYAWAYCTLFILE
           IF WS-LAYCTL-FILE-STATUS-OK
               READ LAYAWAYCTLFILE
                   AT END CONTINUE
               END-READ
               IF WS-LAYCTL-FILE-STATUS-OK
                   MOVE LC-LAST-NUMBER TO WS-LAY-NUMBER
               END-IF
               CLOSE LAYAWAYCTLFILE
           END-IF
           ADD 1 TO WS-LAY-NUMBER
           OPEN OUTPUT LAYAWAYCTLFILE
           MOVE WS-LAY-NUMBER TO LC-LAST-NUMBER
           WRITE LAYAWAY-CONTROL-RECORD
           CLOSE LAYAWAYCTLFILE.
       0098-END.

       0099-COMPUTE-LAYAWAY-DUE-DATE.
           MOVE WS-SALE-DATE TO WS-CUTOFF-DATE-NUM
           PERFORM 0102-FORWARD-ONE-DAY
               VARYING WS-LAY-DAY-COUNT FROM 1 BY 1
               UNTIL WS-LAY-DAY-COUNT IS GREATER THAN
                   WS-LAYAWAY-TERM-DAYS
           MOVE WS-CUTOFF-DATE-NUM TO WS-LAY-DUE-DATE.
       0099-END.

      * EACH ITEM ON THE LAYAWAY GETS ITS OWN DETAIL LINE AND IS
      * RELIEVED FROM ON-HAND NOW, THE SAME WAY A SALE RELIEVES
      * IT, SO THE RESERVED GOODS DROP OUT OF AVAILABLE STOCK.
       0100-WRITE-LAYAWAY-ITEM.
           MOVE SPACES TO LAYAWAY-RECORD
           MOVE WS-LAY-NUMBER TO LA-NUMBER
           SET WS-LAY-LINE TO I
           MOVE WS-LAY-LINE TO LA-LINE
           MOVE ITEM-CODE (I) TO LA-ITEM-CODE
           MOVE ITEM-DESCRIPTION (I) TO LA-DESCRIPTION
           MOVE ITEM-PRICE (I) TO LA-PRICE
           MOVE ITEM-QUANTITY (I) TO LA-QUANTITY
           MOVE ITEM-COST (I) TO LA-ITEM-COST
           MOVE ITEM-PROMO-SW (I) TO LA-PROMO-SW
           MOVE ITEM-UNIT-COST (I) TO LA-UNIT-COST
           MOVE ITEM-TAXABLE-SW (I) TO LA-TAXABLE-SW
           WRITE LAYAWAY-RECORD
               INVALID KEY
                   DISPLAY "PETSTORE - LAYAWAY LINE ", WS-LAY-LINE,
                       " ALREADY ON FILE"
           END-WRITE
           IF ITEMMASTER-AVAILABLE
               MOVE "L" TO WS-STK-MOVE-TYPE
               MOVE SPACES TO WS-STK-REFERENCE
               STRING "LAYAWAY " DELIMITED BY SIZE
                   WS-LAY-NUMBER DELIMITED BY SIZE
                   INTO WS-STK-REFERENCE
               PERFORM 0022-RELIEVE-ON-HAND
           END-IF.
       0100-END.

       0101-TAKE-LAYAWAY-PAYMENT.
           DISPLAY "Layaway number:"
           ACCEPT WS-LAY-NUMBER
           MOVE WS-LAY-NUMBER TO LA-NUMBER
           MOVE ZEROES TO LA-LINE
           READ LAYAWAYFILE
               INVALID KEY
                   DISPLAY "Layaway ", WS-LAY-NUMBER,
                       " is not on file."
                   GO TO 0101-EXIT
           END-READ
           IF NOT LA-STATUS-OPEN
               DISPLAY "Layaway ", WS-LAY-NUMBER, " is closed; "
                   "no payment taken."
               GO TO 0101-EXIT
           END-IF
           MOVE LA-CUSTOMER TO WS-LAY-CUSTOMER
           MOVE LA-DUE-DATE TO WS-LAY-DUE-DATE
           MOVE LA-ITEM-COUNT TO WS-LAY-ITEM-COUNT
           MOVE LA-TICKET-TOTAL TO WS-LAY-TICKET-TOTAL
           COMPUTE WS-LAY-BALANCE =
               LA-TICKET-TOTAL - LA-PAID-TO-DATE
           MOVE WS-LAY-BALANCE TO DISPLAY-LAY-AMOUNT
           DISPLAY "Balance due: ", DISPLAY-LAY-AMOUNT,
               " by ", WS-LAY-DUE-DATE
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           IF WS-SALE-DATE IS GREATER THAN WS-LAY-DUE-DATE
               DISPLAY "This layaway is past its due date."
           END-IF
           DISPLAY "Payment amount:"
           ACCEPT WS-LAY-PAYMENT
           IF WS-LAY-PAYMENT IS EQUAL TO ZEROES
               DISPLAY "No payment taken."
               GO TO 0101-EXIT
           END-IF
           IF WS-LAY-PAYMENT IS GREATER THAN WS-LAY-BALANCE
               MOVE WS-LAY-BALANCE TO WS-LAY-PAYMENT
               DISPLAY "Payment capped at the balance due: ",
                   DISPLAY-LAY-AMOUNT
           END-IF
           PERFORM 0097-TAKE-LAYAWAY-TENDER
           IF NOT WS-LAY-TENDER-OK
               DISPLAY "No payment taken."
               GO TO 0101-EXIT
           END-IF
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           ADD WS-LAY-PAYMENT TO LA-PAID-TO-DATE
           MOVE LA-PAID-TO-DATE TO WS-LAY-PAID-TO-DATE
           COMPUTE WS-LAY-BALANCE =
               LA-TICKET-TOTAL - LA-PAID-TO-DATE
           MOVE WS-SALE-DATE TO LA-LAST-PAYMENT-DATE
           IF WS-LAY-BALANCE IS EQUAL TO ZEROES
               SET LA-STATUS-COMPLETED TO TRUE
               MOVE WS-SALE-DATE TO LA-CLOSE-DATE
               MOVE "FINAL" TO WS-LAY-REASON
           ELSE
               MOVE "PAYMT" TO WS-LAY-REASON
           END-IF
           REWRITE LAYAWAY-RECORD
           PERFORM 0013-OPEN-SALESLOG
           PERFORM 0103-WRITE-LAYAWAY-PAYMENT
           IF LA-STATUS-COMPLETED
               PERFORM 0105-COMPLETE-LAYAWAY-SALE
           ELSE
               PERFORM 0104-PRINT-LAYAWAY-SLIP
           END-IF
           PERFORM 0015-CLOSE-SALESLOG.
       0101-EXIT.
           EXIT.
       0101-END.

       0102-FORWARD-ONE-DAY.
           PERFORM 0074-CHECK-LEAP-YEAR
           IF WS-CUTOFF-MONTH IS EQUAL TO 2 AND WS-IS-LEAP-YEAR
               MOVE 29 TO WS-LAY-MONTH-END
           ELSE
               MOVE WS-DAYS-IN-MONTH(WS-CUTOFF-MONTH)
                   TO WS-LAY-MONTH-END
           END-IF
           IF WS-CUTOFF-DAY IS LESS THAN WS-LAY-MONTH-END
               ADD 1 TO WS-CUTOFF-DAY
           ELSE
               MOVE 1 TO WS-CUTOFF-DAY
               IF WS-CUTOFF-MONTH IS LESS THAN 12
                   ADD 1 TO WS-CUTOFF-MONTH
               ELSE
                   MOVE 1 TO WS-CUTOFF-MONTH
                   ADD 1 TO WS-CUTOFF-YEAR
               END-IF
           END-IF.
       0102-END.

       0103-WRITE-LAYAWAY-PAYMENT.
           ACCEPT SL-TIME FROM TIME
           MOVE 'L' TO SL-REC-TYPE
           MOVE WS-SALE-DATE TO SL-DATE
           MOVE ZEROES TO SL-QUANTITY
           MOVE WS-LAY-PAYMENT TO SL-TOTAL-WITH-TAX
           MOVE TENDER-TYPE TO SL-TENDER-TYPE
           MOVE AMOUNT-TENDERED TO SL-AMOUNT-TENDERED
           MOVE CHANGE-DUE TO SL-CHANGE-DUE
           MOVE 1.00 TO SL-DISCOUNT-RATE
           MOVE ZEROES TO SL-DISCOUNT-AMOUNT
           MOVE WS-LAY-NUMBER TO SL-RECEIPT-NUMBER
           MOVE WS-CASHIER-ID TO SL-CASHIER-ID
           MOVE WS-REGISTER-ID TO SL-REGISTER-ID
           MOVE WS-LAY-CUSTOMER TO SL-CUSTOMER-NUMBER
           MOVE ZEROES TO SL-POINTS-EARNED
           MOVE ZEROES TO SL-TAX-AMOUNT
           MOVE WS-LAY-REASON TO SL-REASON-CODE
           MOVE WS-SALESLOG-DETAIL-LINE TO SALESLOG-RECORD
           WRITE SALESLOG-RECORD
           ADD 1 TO WS-LOG-WRITE-COUNT
           MOVE 'S' TO SL-REC-TYPE
           MOVE SPACES TO SL-REASON-CODE.
       0103-END.

       0104-PRINT-LAYAWAY-SLIP.
           OPEN EXTEND RECEIPTFILE
           IF NOT WS-RECEIPT-FILE-STATUS-OK
               OPEN OUTPUT RECEIPTFILE
           END-IF
           MOVE WS-RECEIPT-HEADING-1 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-LAY-NUMBER TO LS-NUMBER
           MOVE WS-SALE-DATE TO LS-DATE
           MOVE WS-LAY-CUSTOMER TO LS-CUSTOMER
           MOVE WS-LAYAWAY-SLIP-LINE-1 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           PERFORM 0030-PRINT-RECEIPT-ITEM
               VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
           MOVE WS-LAY-TICKET-TOTAL TO LS-TICKET-TOTAL
           MOVE WS-LAY-PAYMENT TO LS-PAYMENT
           MOVE WS-LAYAWAY-SLIP-LINE-2 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-LAY-PAID-TO-DATE TO LS-PAID-TO-DATE
           MOVE WS-LAY-BALANCE TO LS-BALANCE
           MOVE WS-LAYAWAY-SLIP-LINE-3 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-LAY-DUE-DATE TO LS-DUE-DATE
           MOVE WS-LAYAWAY-SLIP-LINE-4 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE TENDER-TYPE TO RC-TENDER-TYPE
           MOVE AMOUNT-TENDERED TO RC-TENDERED
           MOVE CHANGE-DUE TO RC-CHANGE
           MOVE WS-RECEIPT-TENDER-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-RECEIPT-FOOTER-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE RECEIPTFILE.
       0104-END.

      * THE FINAL PAYMENT TURNS THE LAYAWAY INTO AN ORDINARY SALE:
      * THE TICKET IS REBUILT FROM THE LAYAWAY LINES AT THE PRICES,
      * DISCOUNT AND TAX FIXED WHEN IT WAS OPENED, TENDERED AS L
      * (LAYAWAY MONEY ALREADY IN THE DRAWER), AND WRITTEN THROUGH
      * THE NORMAL SALE PATH WITH THE ITEM MASTER CLOSED SO THE
      * GOODS RESERVED AT OPENING ARE NOT RELIEVED A SECOND TIME.
       0105-COMPLETE-LAYAWAY-SALE.
           MOVE LA-TOTAL-QUANTITY TO TOTAL-QUANTITY
           MOVE LA-TOTAL-COST TO TOTAL-COST
           MOVE LA-DISCOUNT-RATE TO DISCOUNT-RATE-APPLIED
           MOVE LA-DISCOUNT-AMOUNT TO DISCOUNT-AMOUNT
           MOVE LA-TAX-AMOUNT TO TAX-AMOUNT
           MOVE LA-TICKET-TOTAL TO TOTAL-COST-WITH-TAX
           SET I TO 1
           PERFORM 0106-LOAD-LAYAWAY-ITEM
               VARYING WS-LAY-LINE FROM 1 BY 1
               UNTIL WS-LAY-LINE IS GREATER THAN WS-LAY-ITEM-COUNT
           SET WS-ITEM-COUNT TO I
           SUBTRACT 1 FROM WS-ITEM-COUNT
           MOVE WS-LAY-CUSTOMER TO WS-CUSTOMER-NUMBER
           PERFORM 0083-RESTORE-HELD-CUSTOMER
           PERFORM 0044-ACCRUE-LOYALTY-POINTS
           MOVE 'L' TO TENDER-TYPE
           MOVE TOTAL-COST-WITH-TAX TO AMOUNT-TENDERED
           MOVE ZEROES TO CHANGE-DUE
           PERFORM 0014-WRITE-SALESLOG
           DISPLAY "Layaway ", WS-LAY-NUMBER, " paid in full; "
               "receipt ", WS-RECEIPT-NUMBER, " printed.".
       0105-END.

       0106-LOAD-LAYAWAY-ITEM.
           MOVE WS-LAY-NUMBER TO LA-NUMBER
           MOVE WS-LAY-LINE TO LA-LINE
           READ LAYAWAYFILE
               INVALID KEY
                   DISPLAY "PETSTORE - LAYAWAY ", WS-LAY-NUMBER,
                       " LINE ", WS-LAY-LINE, " MISSING"
               NOT INVALID KEY
                   IF I IS NOT GREATER THAN 100
                       MOVE LA-ITEM-CODE TO ITEM-CODE (I)
                       MOVE LA-DESCRIPTION TO ITEM-DESCRIPTION (I)
                       MOVE LA-PRICE TO ITEM-PRICE (I)
                       MOVE LA-QUANTITY TO ITEM-QUANTITY (I)
                       MOVE LA-ITEM-COST TO ITEM-COST (I)
                       MOVE LA-PROMO-SW TO ITEM-PROMO-SW (I)
                       MOVE LA-UNIT-COST TO ITEM-UNIT-COST (I)
                       MOVE LA-TAXABLE-SW TO ITEM-TAXABLE-SW (I)
                       MOVE SPACES TO ITEM-TAG-NUMBER (I)
                       MOVE ZEROES TO ITEM-APPT-NUMBER (I)
                       SET I UP BY 1
                   END-IF
           END-READ.
       0106-END.

      * A HOUSE CHARGE IS ONLY TAKEN ON AN APPROVED ACCOUNT AND ONLY
      * UP TO THE CREDIT LIMIT LESS THE BALANCE ALREADY OWED; ANY
      * REFUSAL FALLS BACK TO CASH THE SAME WAY A GIFT CARD DOES.
       0107-CHARGE-HOUSE-ACCOUNT.
           IF WS-CUSTOMER-NUMBER IS EQUAL TO ZEROES
               DISPLAY "A house charge needs the customer number "
                   "on the ticket; collecting cash instead."
               MOVE "C" TO TENDER-TYPE
               GO TO 0107-EXIT
           END-IF
           PERFORM 0108-OPEN-CHARGE-FILE
           IF NOT WS-CHARGE-AVAILABLE
               DISPLAY "House account file not available; "
                   "collecting cash instead."
               MOVE "C" TO TENDER-TYPE
               GO TO 0107-EXIT
           END-IF
           MOVE WS-CUSTOMER-NUMBER TO CA-CUSTOMER
           READ CHARGEACCTFILE
               INVALID KEY
                   DISPLAY "No house account for this customer; "
                       "collecting cash instead."
                   MOVE "C" TO TENDER-TYPE
                   CLOSE CHARGEACCTFILE
                   GO TO 0107-EXIT
           END-READ
           IF NOT CA-STATUS-APPROVED
               DISPLAY "House account is on hold or closed; "
                   "collecting cash instead."
               MOVE "C" TO TENDER-TYPE
               CLOSE CHARGEACCTFILE
               GO TO 0107-EXIT
           END-IF
           COMPUTE WS-AR-OPEN-TO-BUY = CA-CREDIT-LIMIT - CA-BALANCE
           IF TOTAL-COST-WITH-TAX IS GREATER THAN WS-AR-OPEN-TO-BUY
               MOVE WS-AR-OPEN-TO-BUY TO DISPLAY-AR-AMOUNT
               DISPLAY "Charge would exceed the credit limit; "
                   "available ", DISPLAY-AR-AMOUNT,
                   ". Collecting cash instead."
               MOVE "C" TO TENDER-TYPE
               CLOSE CHARGEACCTFILE
               GO TO 0107-EXIT
           END-IF
           ADD TOTAL-COST-WITH-TAX TO CA-BALANCE
           ACCEPT CA-LAST-CHARGE-DATE FROM DATE YYYYMMDD
           REWRITE CHARGE-ACCOUNT-RECORD
           CLOSE CHARGEACCTFILE
           MOVE TOTAL-COST-WITH-TAX TO AMOUNT-TENDERED
           MOVE ZEROES TO CHANGE-DUE
           MOVE CA-BALANCE TO DISPLAY-AR-AMOUNT
           DISPLAY "Charged to house account. New balance ",
               DISPLAY-AR-AMOUNT.
       0107-EXIT.
           EXIT.
       0107-END.

       0108-OPEN-CHARGE-FILE.
           MOVE 'N' TO WS-CHARGE-AVAIL-SW
           OPEN I-O CHARGEACCTFILE
           IF WS-CHARGE-STATUS-OK
               MOVE 'Y' TO WS-CHARGE-AVAIL-SW
           END-IF.
       0108-END.

       0109-WRITE-AR-TRANSACTION.
           OPEN EXTEND ARTRANFILE
           IF NOT WS-ARTRAN-STATUS-OK
               OPEN OUTPUT ARTRANFILE
           END-IF
           IF WS-ARTRAN-STATUS-OK
               MOVE WS-AR-CUSTOMER TO AT-CUSTOMER
               ACCEPT AT-DATE FROM DATE YYYYMMDD
               ACCEPT AT-TIME FROM TIME
               MOVE WS-AR-TYPE TO AT-TYPE
               MOVE WS-AR-AMOUNT TO AT-AMOUNT
               MOVE WS-AR-REFERENCE TO AT-REFERENCE
               MOVE TENDER-TYPE TO AT-TENDER
               MOVE WS-CASHIER-ID TO AT-CASHIER
               MOVE WS-REGISTER-ID TO AT-REGISTER
               WRITE AR-TRANSACTION-RECORD
               CLOSE ARTRANFILE
           ELSE
               DISPLAY "PETSTORE - HOUSE ACCOUNT TRANSACTION FILE "
                   "NOT AVAILABLE, STATUS ", WS-ARTRAN-STATUS
           END-IF.
       0109-END.

      * A RETURN AGAINST A SALE THAT WAS CHARGED TO A HOUSE ACCOUNT
      * IS CREDITED BACK TO THAT ACCOUNT RATHER THAN PAID OUT OF THE
      * DRAWER; IF THE ACCOUNT CANNOT BE READ THE REFUND IS CASH.
       0110-CREDIT-HOUSE-ACCOUNT.
           PERFORM 0108-OPEN-CHARGE-FILE
           IF WS-CHARGE-AVAILABLE
               MOVE WS-RET-ORIG-CUSTOMER TO CA-CUSTOMER
               READ CHARGEACCTFILE
                   INVALID KEY
                       DISPLAY "House account ",
                           WS-RET-ORIG-CUSTOMER,
                           " not on file; refund in cash."
                   NOT INVALID KEY
                       SUBTRACT RETURN-TOTAL FROM CA-BALANCE
                       REWRITE CHARGE-ACCOUNT-RECORD
                       SET WS-CHARGE-DONE TO TRUE
               END-READ
               CLOSE CHARGEACCTFILE
           ELSE
               DISPLAY "House account file not available; "
                   "refund in cash."
           END-IF
           IF WS-CHARGE-DONE
               MOVE WS-RET-ORIG-CUSTOMER TO WS-AR-CUSTOMER
               MOVE 'R' TO WS-AR-TYPE
               MOVE RETURN-TOTAL TO WS-AR-AMOUNT
               MOVE WS-ASKED-RECEIPT TO WS-AR-REFERENCE
               MOVE 'A' TO TENDER-TYPE
               PERFORM 0109-WRITE-AR-TRANSACTION
               MOVE CA-BALANCE TO DISPLAY-AR-AMOUNT
               DISPLAY "Refund credited to house account. New "
                   "balance ", DISPLAY-AR-AMOUNT
           END-IF.
       0110-END.

      * A PAYMENT ON A HOUSE ACCOUNT REDUCES THE BALANCE AND GOES ON
      * THE SALES LOG AS ITS OWN RECORD TYPE (A), SO THE TILL COUNTS
      * THE CASH AND THE LEDGER CREDITS RECEIVABLES, NOT SALES.
       0111-PROCESS-ACCOUNT-PAYMENT.
           PERFORM 0108-OPEN-CHARGE-FILE
           IF NOT WS-CHARGE-AVAILABLE
               DISPLAY "House account file not available; no "
                   "payment can be taken."
           ELSE
               PERFORM 0112-TAKE-ACCOUNT-PAYMENT THRU 0112-EXIT
               CLOSE CHARGEACCTFILE
           END-IF.
       0111-END.

       0112-TAKE-ACCOUNT-PAYMENT.
           DISPLAY "House account customer number:"
           ACCEPT WS-AR-CUSTOMER
           MOVE WS-AR-CUSTOMER TO CA-CUSTOMER
           READ CHARGEACCTFILE
               INVALID KEY
                   DISPLAY "No house account for customer ",
                       WS-AR-CUSTOMER, "."
                   GO TO 0112-EXIT
           END-READ
           MOVE CA-BALANCE TO DISPLAY-AR-AMOUNT
           DISPLAY "Balance owed: ", DISPLAY-AR-AMOUNT
           IF CA-BALANCE IS NOT GREATER THAN ZEROES
               DISPLAY "Nothing is owed on this account."
               GO TO 0112-EXIT
           END-IF
           DISPLAY "Payment amount:"
           ACCEPT WS-AR-PAYMENT
           IF WS-AR-PAYMENT IS EQUAL TO ZEROES
               DISPLAY "No payment taken."
               GO TO 0112-EXIT
           END-IF
           IF WS-AR-PAYMENT IS GREATER THAN CA-BALANCE
               MOVE CA-BALANCE TO WS-AR-PAYMENT
               DISPLAY "Payment capped at the balance owed: ",
                   DISPLAY-AR-AMOUNT
           END-IF
           PERFORM 0113-TAKE-ACCOUNT-TENDER
           IF NOT WS-AR-TENDER-OK
               DISPLAY "No payment taken."
               GO TO 0112-EXIT
           END-IF
           MOVE CA-BALANCE TO WS-AR-PREV-BALANCE
           SUBTRACT WS-AR-PAYMENT FROM CA-BALANCE
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           MOVE WS-SALE-DATE TO CA-LAST-PAYMENT-DATE
           REWRITE CHARGE-ACCOUNT-RECORD
           MOVE 'P' TO WS-AR-TYPE
           MOVE WS-AR-PAYMENT TO WS-AR-AMOUNT
           MOVE ZEROES TO WS-AR-REFERENCE
           PERFORM 0109-WRITE-AR-TRANSACTION
           PERFORM 0013-OPEN-SALESLOG
           PERFORM 0114-WRITE-ACCOUNT-PAYMENT
           PERFORM 0015-CLOSE-SALESLOG
           PERFORM 0115-PRINT-ACCOUNT-SLIP
           MOVE CA-BALANCE TO DISPLAY-AR-AMOUNT
           DISPLAY "Payment posted. New balance ", DISPLAY-AR-AMOUNT.
       0112-EXIT.
           EXIT.
       0112-END.

       0113-TAKE-ACCOUNT-TENDER.
           MOVE 'N' TO WS-AR-TENDER-OK-SW
           MOVE ZEROES TO CHANGE-DUE
           DISPLAY "Tender type: (C)ash, (K)ard, (H)check"
           ACCEPT TENDER-TYPE
           IF TENDER-CASH
               DISPLAY "Amount tendered:"
               ACCEPT AMOUNT-TENDERED
               IF AMOUNT-TENDERED IS LESS THAN WS-AR-PAYMENT
                   DISPLAY "Amount tendered is less than the "
                       "payment."
               ELSE
                   COMPUTE CHANGE-DUE =
                       AMOUNT-TENDERED - WS-AR-PAYMENT
                   MOVE CHANGE-DUE TO DISPLAY-CHANGE-DUE
                   DISPLAY "Change due: ", DISPLAY-CHANGE-DUE
                   MOVE 'Y' TO WS-AR-TENDER-OK-SW
               END-IF
           ELSE
               IF TENDER-CARD OR TENDER-CHECK
                   MOVE WS-AR-PAYMENT TO AMOUNT-TENDERED
                   DISPLAY "Payment recorded. No change due."
                   MOVE 'Y' TO WS-AR-TENDER-OK-SW
               ELSE
                   DISPLAY "Account payments are cash, card or "
                       "check only."
               END-IF
           END-IF.
       0113-END.

       0114-WRITE-ACCOUNT-PAYMENT.
           ACCEPT SL-TIME FROM TIME
           MOVE 'A' TO SL-REC-TYPE
           MOVE WS-SALE-DATE TO SL-DATE
           MOVE ZEROES TO SL-QUANTITY
           MOVE WS-AR-PAYMENT TO SL-TOTAL-WITH-TAX
           MOVE TENDER-TYPE TO SL-TENDER-TYPE
           MOVE AMOUNT-TENDERED TO SL-AMOUNT-TENDERED
           MOVE CHANGE-DUE TO SL-CHANGE-DUE
           MOVE 1.00 TO SL-DISCOUNT-RATE
           MOVE ZEROES TO SL-DISCOUNT-AMOUNT
           MOVE ZEROES TO SL-RECEIPT-NUMBER
           MOVE WS-CASHIER-ID TO SL-CASHIER-ID
           MOVE WS-REGISTER-ID TO SL-REGISTER-ID
           MOVE WS-AR-CUSTOMER TO SL-CUSTOMER-NUMBER
           MOVE ZEROES TO SL-POINTS-EARNED
           MOVE ZEROES TO SL-TAX-AMOUNT
           MOVE "ACPMT" TO SL-REASON-CODE
           MOVE WS-SALESLOG-DETAIL-LINE TO SALESLOG-RECORD
           WRITE SALESLOG-RECORD
           ADD 1 TO WS-LOG-WRITE-COUNT
           MOVE 'S' TO SL-REC-TYPE
           MOVE SPACES TO SL-REASON-CODE.
       0114-END.

       0115-PRINT-ACCOUNT-SLIP.
           OPEN EXTEND RECEIPTFILE
           IF NOT WS-RECEIPT-FILE-STATUS-OK
               OPEN OUTPUT RECEIPTFILE
           END-IF
           MOVE WS-RECEIPT-HEADING-1 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-AR-CUSTOMER TO AS-CUSTOMER
           MOVE WS-SALE-DATE TO AS-DATE
           MOVE WS-ACCOUNT-SLIP-LINE-1 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-AR-PREV-BALANCE TO AS-PREV-BALANCE
           MOVE WS-AR-PAYMENT TO AS-PAYMENT
           MOVE WS-ACCOUNT-SLIP-LINE-2 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE CA-BALANCE TO AS-NEW-BALANCE
           MOVE WS-ACCOUNT-SLIP-LINE-3 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE TENDER-TYPE TO RC-TENDER-TYPE
           MOVE AMOUNT-TENDERED TO RC-TENDERED
           MOVE CHANGE-DUE TO RC-CHANGE
           MOVE WS-RECEIPT-TENDER-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-RECEIPT-FOOTER-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE RECEIPTFILE.
       0115-END.

      * A SPECIAL ORDER IS SOMETHING THE CUSTOMER WANTS THAT THE ITEM
      * MASTER DOES NOT CARRY. THE ORDER IS TAKEN HERE AGAINST A
      * CUSTOMER ACCOUNT WITH A QUOTED PRICE AND A DEPOSIT, PORDER
      * PUTS IT ON THE NEXT PURCHASE ORDER TO ITS VENDOR, AND
      * RECEIVE MARKS IT ARRIVED. DEPOSIT AND PICK-UP MONEY GO ON
      * THE SALES LOG AS THEIR OWN RECORD TYPE (D); THE SALE ITSELF
      * IS WRITTEN AT PICK-UP, TENDERED AS D, THE SAME WAY A
      * LAYAWAY IS COMPLETED.
       0116-PROCESS-SPECIAL-ORDER.
           PERFORM 0117-OPEN-SPECORD-FILE
           IF NOT WS-SPECORD-AVAILABLE
               DISPLAY "Special order file not available; no "
                   "special order can be taken."
           ELSE
               DISPLAY "(T)ake a new special order or (P)ick one up?"
               ACCEPT WS-SPECORD-ACTION
               IF WS-SPECORD-TAKE-WANTED
                   PERFORM 0118-TAKE-SPECIAL-ORDER THRU 0118-EXIT
               ELSE
                   PERFORM 0121-PICK-UP-SPECIAL-ORDER THRU 0121-EXIT
               END-IF
               CLOSE SPECORDFILE
               IF WS-CUSTOMER-AVAILABLE
                   CLOSE CUSTOMERFILE
               END-IF
           END-IF.
       0116-END.

       0117-OPEN-SPECORD-FILE.
           MOVE 'N' TO WS-SPECORD-AVAIL-SW
           OPEN I-O SPECORDFILE
           IF NOT WS-SPECORD-STATUS-OK
               OPEN OUTPUT SPECORDFILE
               IF WS-SPECORD-STATUS-OK
                   CLOSE SPECORDFILE
                   OPEN I-O SPECORDFILE
               END-IF
           END-IF
           IF WS-SPECORD-STATUS-OK
               MOVE 'Y' TO WS-SPECORD-AVAIL-SW
           END-IF.
       0117-END.

      * THE QUOTED TOTAL HAS TO FIT ON ONE TICKET LINE, SINCE THE
      * ORDER IS RUNG UP AS A SINGLE SPCORD LINE WHEN IT IS PICKED
      * UP; A BIGGER ORDER IS TAKEN AS MORE THAN ONE SPECIAL ORDER.
       0118-TAKE-SPECIAL-ORDER.
           PERFORM 0043-ASK-CUSTOMER
           IF WS-CUSTOMER-NUMBER IS EQUAL TO ZEROES
               DISPLAY "A special order must be taken on a "
                   "customer account."
               GO TO 0118-EXIT
           END-IF
           MOVE SPACES TO SPECIAL-ORDER-RECORD
           DISPLAY "Item wanted (description):"
           ACCEPT SO-DESCRIPTION
           IF SO-DESCRIPTION IS EQUAL TO SPACES
               DISPLAY "No special order taken."
               GO TO 0118-EXIT
           END-IF
           DISPLAY "Vendor code (blank if not known):"
           ACCEPT SO-VENDOR
           DISPLAY "Vendor part number (blank if not known):"
           ACCEPT SO-VENDOR-PART
           DISPLAY "Quantity:"
           ACCEPT SO-QUANTITY
           DISPLAY "Quoted unit price:"
           ACCEPT SO-QUOTED-PRICE
           IF SO-QUANTITY IS EQUAL TO ZEROES OR
               SO-QUOTED-PRICE IS EQUAL TO ZEROES
               DISPLAY "Quantity and quoted price are required; "
                   "no special order taken."
               GO TO 0118-EXIT
           END-IF
           DISPLAY "Is the item taxable? (Y/N)"
           ACCEPT WS-SO-TAXABLE-ANSWER
           IF WS-SO-NOT-TAXABLE
               SET SO-TAX-EXEMPT TO TRUE
           ELSE
               MOVE SPACE TO SO-TAXABLE-SW
           END-IF
           COMPUTE WS-SO-EXTENDED-PRICE =
               SO-QUANTITY * SO-QUOTED-PRICE
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-SO-EXTENDED-PRICE
           END-COMPUTE
           IF WS-SO-EXTENDED-PRICE IS GREATER THAN 999.99
               DISPLAY "Quoted total is too large for one order; "
                   "split it into smaller special orders."
               GO TO 0118-EXIT
           END-IF
           COMPUTE WS-SO-MIN-DEPOSIT ROUNDED =
               WS-SO-EXTENDED-PRICE * WS-SPECORD-DEPOSIT-RATE
           MOVE WS-SO-EXTENDED-PRICE TO DISPLAY-SO-AMOUNT
           DISPLAY "Quoted total before tax: ", DISPLAY-SO-AMOUNT
           MOVE WS-SO-MIN-DEPOSIT TO DISPLAY-SO-AMOUNT
           DISPLAY "Minimum deposit: ", DISPLAY-SO-AMOUNT
           DISPLAY "Deposit amount:"
           ACCEPT WS-SO-PAYMENT
           IF WS-SO-PAYMENT IS LESS THAN WS-SO-MIN-DEPOSIT
               DISPLAY "Deposit is below the minimum; no special "
                   "order taken."
               GO TO 0118-EXIT
           END-IF
           IF WS-SO-PAYMENT IS GREATER THAN WS-SO-EXTENDED-PRICE
               DISPLAY "Deposit is more than the quoted total; no "
                   "special order taken."
               GO TO 0118-EXIT
           END-IF
           PERFORM 0119-TAKE-SPECORD-TENDER
           IF NOT WS-SO-TENDER-OK
               DISPLAY "No special order taken."
               GO TO 0118-EXIT
           END-IF
           PERFORM 0120-ASSIGN-SPECORD-NUMBER
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           MOVE WS-CUSTOMER-NUMBER TO WS-SO-CUSTOMER
           MOVE WS-SO-NUMBER TO SO-NUMBER
           MOVE WS-SO-CUSTOMER TO SO-CUSTOMER
           MOVE WS-SALE-DATE TO SO-TAKEN-DATE
           MOVE WS-SO-PAYMENT TO SO-DEPOSIT
           SET SO-STATUS-OPEN TO TRUE
           MOVE ZEROES TO SO-PO-NUMBER
           MOVE ZEROES TO SO-ORDERED-DATE
           MOVE ZEROES TO SO-ARRIVED-DATE
           MOVE ZEROES TO SO-PICKUP-DATE
           MOVE ZEROES TO SO-RECEIPT-NUMBER
           MOVE WS-CASHIER-ID TO SO-CASHIER-ID
           WRITE SPECIAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY "PETSTORE - SPECIAL ORDER ", WS-SO-NUMBER,
                       " ALREADY ON FILE; CHECK SPECORDCTL.DAT"
                   GO TO 0118-EXIT
           END-WRITE
           MOVE "SODEP" TO WS-SO-REASON
           PERFORM 0013-OPEN-SALESLOG
           PERFORM 0122-WRITE-SPECORD-PAYMENT
           PERFORM 0015-CLOSE-SALESLOG
           PERFORM 0123-PRINT-SPECORD-SLIP
           DISPLAY "Special order ", WS-SO-NUMBER, " taken.".
       0118-EXIT.
           EXIT.
       0118-END.

      * SPECIAL ORDER MONEY IS TAKEN BY CASH, CARD OR CHECK ONLY,
      * ON THE SAME TERMS AS LAYAWAY MONEY.
       0119-TAKE-SPECORD-TENDER.
           MOVE 'N' TO WS-SO-TENDER-OK-SW
           MOVE ZEROES TO CHANGE-DUE
           DISPLAY "Tender type: (C)ash, (K)ard, (H)check"
           ACCEPT TENDER-TYPE
           IF TENDER-CASH
               DISPLAY "Amount tendered:"
               ACCEPT AMOUNT-TENDERED
               IF AMOUNT-TENDERED IS LESS THAN WS-SO-PAYMENT
                   DISPLAY "Amount tendered is less than the "
                       "payment."
               ELSE
                   COMPUTE CHANGE-DUE =
                       AMOUNT-TENDERED - WS-SO-PAYMENT
                   MOVE CHANGE-DUE TO DISPLAY-CHANGE-DUE
                   DISPLAY "Change due: ", DISPLAY-CHANGE-DUE
                   MOVE 'Y' TO WS-SO-TENDER-OK-SW
               END-IF
           ELSE
               IF TENDER-CARD OR TENDER-CHECK
                   MOVE WS-SO-PAYMENT TO AMOUNT-TENDERED
                   DISPLAY "Payment recorded. No change due."
                   MOVE 'Y' TO WS-SO-TENDER-OK-SW
               ELSE
                   DISPLAY "Special order payments are cash, card "
                       "or check only."
               END-IF
           END-IF.
       0119-END.

       0120-ASSIGN-SPECORD-NUMBER.
           MOVE ZEROES TO WS-SO-NUMBER
           OPEN INPUT SPECORDCTLFILE
           IF WS-SOCTL-FILE-STATUS-OK
               READ SPECORDCTLFILE
                   AT END CONTINUE
               END-READ
               IF WS-SOCTL-FILE-STATUS-OK
                   MOVE SC-LAST-NUMBER TO WS-SO-NUMBER
               END-IF
               CLOSE SPECORDCTLFILE
           END-IF
           ADD 1 TO WS-SO-NUMBER
           OPEN OUTPUT SPECORDCTLFILE
           MOVE WS-SO-NUMBER TO SC-LAST-NUMBER
           WRITE SPECORD-CONTROL-RECORD
           CLOSE SPECORDCTLFILE.
       0120-END.

      * AT PICK-UP THE ORDER IS RUNG UP AS ONE SPCORD LINE AT THE
      * QUOTED PRICE WITH NO VOLUME DISCOUNT, TAXED AT TODAY'S RATE.
      * THE DEPOSIT IS APPLIED AGAINST THE TICKET, ANY BALANCE IS
      * TAKEN AS A D PAYMENT, AND THE SALE IS WRITTEN TENDERED AS D
      * WITH THE ITEM MASTER CLOSED, SINCE THE GOODS NEVER WENT
      * THROUGH STOCK.
       0121-PICK-UP-SPECIAL-ORDER.
           DISPLAY "Special order number:"
           ACCEPT WS-SO-NUMBER
           MOVE WS-SO-NUMBER TO SO-NUMBER
           READ SPECORDFILE
               INVALID KEY
                   DISPLAY "Special order ", WS-SO-NUMBER,
                       " is not on file."
                   GO TO 0121-EXIT
           END-READ
           IF SO-STATUS-PICKED-UP
               DISPLAY "Special order ", WS-SO-NUMBER, " was picked "
                   "up on ", SO-PICKUP-DATE, "."
               GO TO 0121-EXIT
           END-IF
           IF NOT SO-STATUS-ARRIVED
               DISPLAY "Special order ", WS-SO-NUMBER, " has not "
                   "arrived yet."
               GO TO 0121-EXIT
           END-IF
           MOVE SO-CUSTOMER TO WS-SO-CUSTOMER
           PERFORM 0124-BUILD-SPECORD-TICKET
           PERFORM 0006-DISPLAY-BILL
           MOVE SO-DEPOSIT TO DISPLAY-SO-AMOUNT
           DISPLAY "Deposit paid: ", DISPLAY-SO-AMOUNT
           COMPUTE WS-SO-BALANCE = TOTAL-COST-WITH-TAX - SO-DEPOSIT
           MOVE WS-SO-BALANCE TO DISPLAY-SO-AMOUNT
           DISPLAY "Balance due: ", DISPLAY-SO-AMOUNT
           MOVE ZEROES TO WS-SO-PAYMENT
           IF WS-SO-BALANCE IS GREATER THAN ZEROES
               MOVE WS-SO-BALANCE TO WS-SO-PAYMENT
               PERFORM 0119-TAKE-SPECORD-TENDER
               IF NOT WS-SO-TENDER-OK
                   DISPLAY "Balance not paid; special order not "
                       "released."
                   GO TO 0121-EXIT
               END-IF
           END-IF
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           PERFORM 0013-OPEN-SALESLOG
           IF WS-SO-PAYMENT IS GREATER THAN ZEROES
               MOVE "SOPAY" TO WS-SO-REASON
               PERFORM 0122-WRITE-SPECORD-PAYMENT
           END-IF
           MOVE WS-SO-CUSTOMER TO WS-CUSTOMER-NUMBER
           PERFORM 0083-RESTORE-HELD-CUSTOMER
           PERFORM 0044-ACCRUE-LOYALTY-POINTS
           MOVE 'D' TO TENDER-TYPE
           MOVE TOTAL-COST-WITH-TAX TO AMOUNT-TENDERED
           MOVE ZEROES TO CHANGE-DUE
           PERFORM 0014-WRITE-SALESLOG
           PERFORM 0015-CLOSE-SALESLOG
           SET SO-STATUS-PICKED-UP TO TRUE
           MOVE WS-SALE-DATE TO SO-PICKUP-DATE
           MOVE WS-RECEIPT-NUMBER TO SO-RECEIPT-NUMBER
           REWRITE SPECIAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY "PETSTORE - SPECIAL ORDER ", WS-SO-NUMBER,
                       " COULD NOT BE MARKED PICKED UP"
           END-REWRITE
           DISPLAY "Special order ", WS-SO-NUMBER, " picked up; "
               "receipt ", WS-RECEIPT-NUMBER, " printed.".
       0121-EXIT.
           EXIT.
       0121-END.

       0122-WRITE-SPECORD-PAYMENT.
           ACCEPT SL-TIME FROM TIME
           MOVE 'D' TO SL-REC-TYPE
           MOVE WS-SALE-DATE TO SL-DATE
           MOVE ZEROES TO SL-QUANTITY
           MOVE WS-SO-PAYMENT TO SL-TOTAL-WITH-TAX
           MOVE TENDER-TYPE TO SL-TENDER-TYPE
           MOVE AMOUNT-TENDERED TO SL-AMOUNT-TENDERED
           MOVE CHANGE-DUE TO SL-CHANGE-DUE
           MOVE 1.00 TO SL-DISCOUNT-RATE
           MOVE ZEROES TO SL-DISCOUNT-AMOUNT
           MOVE WS-SO-NUMBER TO SL-RECEIPT-NUMBER
           MOVE WS-CASHIER-ID TO SL-CASHIER-ID
           MOVE WS-REGISTER-ID TO SL-REGISTER-ID
           MOVE WS-SO-CUSTOMER TO SL-CUSTOMER-NUMBER
           MOVE ZEROES TO SL-POINTS-EARNED
           MOVE ZEROES TO SL-TAX-AMOUNT
           MOVE WS-SO-REASON TO SL-REASON-CODE
           MOVE WS-SALESLOG-DETAIL-LINE TO SALESLOG-RECORD
           WRITE SALESLOG-RECORD
           ADD 1 TO WS-LOG-WRITE-COUNT
           MOVE 'S' TO SL-REC-TYPE
           MOVE SPACES TO SL-REASON-CODE.
       0122-END.

       0123-PRINT-SPECORD-SLIP.
           OPEN EXTEND RECEIPTFILE
           IF NOT WS-RECEIPT-FILE-STATUS-OK
               OPEN OUTPUT RECEIPTFILE
           END-IF
           MOVE WS-RECEIPT-HEADING-1 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-SO-NUMBER TO SS-NUMBER
           MOVE WS-SALE-DATE TO SS-DATE
           MOVE WS-SO-CUSTOMER TO SS-CUSTOMER
           MOVE WS-SPECORD-SLIP-LINE-1 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SO-QUANTITY TO SS-QUANTITY
           MOVE SO-DESCRIPTION TO SS-DESCRIPTION
           MOVE SO-VENDOR TO SS-VENDOR
           MOVE SO-VENDOR-PART TO SS-VENDOR-PART
           MOVE SO-QUOTED-PRICE TO SS-QUOTED-PRICE
           MOVE WS-SPECORD-SLIP-LINE-2 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-SO-EXTENDED-PRICE TO SS-EXTENDED-PRICE
           MOVE WS-SO-PAYMENT TO SS-DEPOSIT
           MOVE WS-SPECORD-SLIP-LINE-3 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-SPECORD-SLIP-LINE-4 TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE TENDER-TYPE TO RC-TENDER-TYPE
           MOVE AMOUNT-TENDERED TO RC-TENDERED
           MOVE CHANGE-DUE TO RC-CHANGE
           MOVE WS-RECEIPT-TENDER-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE WS-RECEIPT-FOOTER-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           CLOSE RECEIPTFILE.
       0123-END.

       0124-BUILD-SPECORD-TICKET.
           SET I TO 1
           MOVE "SPCORD" TO ITEM-CODE (I)
           MOVE SO-DESCRIPTION TO ITEM-DESCRIPTION (I)
           MOVE SO-QUOTED-PRICE TO ITEM-PRICE (I)
           MOVE SO-QUANTITY TO ITEM-QUANTITY (I)
           COMPUTE ITEM-COST (I) = SO-QUANTITY * SO-QUOTED-PRICE
           MOVE SPACE TO ITEM-PROMO-SW (I)
           MOVE ZEROES TO ITEM-UNIT-COST (I)
           MOVE SO-TAXABLE-SW TO ITEM-TAXABLE-SW (I)
           MOVE SPACES TO ITEM-TAG-NUMBER (I)
           MOVE ZEROES TO ITEM-APPT-NUMBER (I)
           MOVE SO-QUANTITY TO TOTAL-QUANTITY
           MOVE ITEM-COST (I) TO TOTAL-COST
           MOVE ITEM-COST (I) TO TOTAL-COST-DISCOUNTED
           MOVE 1.00 TO DISCOUNT-RATE-APPLIED
           MOVE ZEROES TO DISCOUNT-AMOUNT
           IF ITEM-TAX-EXEMPT (I)
               MOVE ZEROES TO WS-TAXABLE-COST
           ELSE
               MOVE ITEM-COST (I) TO WS-TAXABLE-COST
           END-IF
           PERFORM 0005-CALCULATE-TAX
           SET I UP BY 1.
       0124-END.

      * EVERY CHANGE TO AN ITEM'S ON-HAND OR COST IS ALSO WRITTEN
      * TO THE STOCK LEDGER WITH ITS QUANTITY, COST AND SOURCE. THE
      * CALLER SAVES THE OLD ON-HAND AND COST AND SETS THE MOVEMENT
      * TYPE AND REFERENCE BEFORE PERFORMING THIS.
       0125-WRITE-STOCK-LEDGER.
           COMPUTE WS-STK-QUANTITY =
               MASTER-ON-HAND - WS-STK-OLD-ON-HAND
           COMPUTE WS-STK-EXTENDED =
               MASTER-ON-HAND * MASTER-UNIT-COST -
               WS-STK-OLD-ON-HAND * WS-STK-OLD-COST
           IF WS-STK-QUANTITY IS NOT EQUAL TO ZEROES OR
               WS-STK-EXTENDED IS NOT EQUAL TO ZEROES
               OPEN EXTEND STOCKLEDGERFILE
               IF NOT WS-STKLEDGER-STATUS-OK
                   OPEN OUTPUT STOCKLEDGERFILE
               END-IF
               IF WS-STKLEDGER-STATUS-OK
                   MOVE SPACES TO STOCK-LEDGER-RECORD
                   ACCEPT STK-DATE FROM DATE YYYYMMDD
                   ACCEPT STK-TIME FROM TIME
                   MOVE MASTER-ITEM-CODE TO STK-ITEM-CODE
                   MOVE WS-STK-MOVE-TYPE TO STK-MOVE-TYPE
                   MOVE WS-STK-QUANTITY TO STK-QUANTITY
                   IF WS-STK-MOVE-COST IS GREATER THAN ZEROES
                       MOVE WS-STK-MOVE-COST TO STK-UNIT-COST
                   ELSE
                       MOVE WS-STK-OLD-COST TO STK-UNIT-COST
                   END-IF
                   MOVE WS-STK-EXTENDED TO STK-EXTENDED-COST
                   MOVE MASTER-ON-HAND TO STK-ON-HAND-AFTER
                   MOVE MASTER-UNIT-COST TO STK-AVG-COST-AFTER
                   MOVE "PETSTORE" TO STK-SOURCE-PROGRAM
                   MOVE WS-STK-REFERENCE TO STK-REFERENCE
                   MOVE WS-CASHIER-ID TO STK-OPERATOR
                   MOVE WS-STORE-CODE TO STK-STORE-CODE
                   WRITE STOCK-LEDGER-RECORD
                   CLOSE STOCKLEDGERFILE
               END-IF
           END-IF
           MOVE ZEROES TO WS-STK-MOVE-COST.
       0125-END.

      * A DATED ITEM'S LOTS ARE RELIEVED IN KEY ORDER, WHICH IS
      * FIRST-EXPIRING-FIRST. AN EXPIRED LOT STILL SHOWING STOCK IS
      * RELIEVED LIKE ANY OTHER, BUT THE CASHIER IS TOLD TO CHECK
      * THE SHELF SINCE IT SHOULD ALREADY HAVE BEEN PULLED.
       0126-RELIEVE-DATED-LOTS.
           COMPUTE WS-LOT-TO-MOVE =
               WS-STK-OLD-ON-HAND - MASTER-ON-HAND
           IF WS-LOT-TO-MOVE IS GREATER THAN ZEROES
               PERFORM 0128-OPEN-LOT-FILE
               IF WS-LOT-AVAILABLE
                   PERFORM 0129-START-ITEM-LOTS
                   PERFORM 0127-RELIEVE-ONE-LOT
                       UNTIL NOT WS-LOT-SCANNING
                   CLOSE LOTFILE
               END-IF
           END-IF.
       0126-END.

       0127-RELIEVE-ONE-LOT.
           IF LOT-ON-HAND IS GREATER THAN ZEROES
               IF LOT-EXPIRY-DATE IS LESS THAN WS-LOT-TODAY
                   DISPLAY "Lot ", LOT-NUMBER, " of ",
                       MASTER-DESCRIPTION, " expired ",
                       LOT-EXPIRY-DATE, "; check the shelf."
               END-IF
               IF LOT-ON-HAND IS GREATER THAN WS-LOT-TO-MOVE
                   SUBTRACT WS-LOT-TO-MOVE FROM LOT-ON-HAND
                   MOVE ZEROES TO WS-LOT-TO-MOVE
               ELSE
                   SUBTRACT LOT-ON-HAND FROM WS-LOT-TO-MOVE
                   MOVE ZEROES TO LOT-ON-HAND
                   SET LOT-STATUS-EMPTY TO TRUE
               END-IF
               REWRITE LOT-RECORD
           END-IF
           IF WS-LOT-TO-MOVE IS EQUAL TO ZEROES
               MOVE 'N' TO WS-LOT-SCAN-SW
           ELSE
               PERFORM 0130-READ-NEXT-ITEM-LOT
           END-IF.
       0127-END.

       0128-OPEN-LOT-FILE.
           ACCEPT WS-LOT-TODAY FROM DATE YYYYMMDD
           MOVE 'N' TO WS-LOT-AVAIL-SW
           OPEN I-O LOTFILE
           IF WS-LOT-STATUS-OK
               MOVE 'Y' TO WS-LOT-AVAIL-SW
           ELSE
               DISPLAY "Lot file not available; lots for item ",
                   MASTER-ITEM-CODE, " not updated."
           END-IF.
       0128-END.

       0129-START-ITEM-LOTS.
           MOVE 'Y' TO WS-LOT-SCAN-SW
           MOVE MASTER-ITEM-CODE TO LOT-ITEM-CODE
           MOVE ZEROES TO LOT-EXPIRY-DATE
           MOVE SPACES TO LOT-NUMBER
           START LOTFILE KEY IS NOT LESS THAN LOT-KEY
               INVALID KEY
                   MOVE 'N' TO WS-LOT-SCAN-SW
           END-START
           IF WS-LOT-SCANNING
               PERFORM 0130-READ-NEXT-ITEM-LOT
           END-IF.
       0129-END.

       0130-READ-NEXT-ITEM-LOT.
           READ LOTFILE NEXT RECORD
               AT END
                   MOVE 'N' TO WS-LOT-SCAN-SW
           END-READ
           IF WS-LOT-SCANNING AND
               LOT-ITEM-CODE IS NOT EQUAL TO MASTER-ITEM-CODE
               MOVE 'N' TO WS-LOT-SCAN-SW
           END-IF.
       0130-END.

      * GOODS COMING BACK ONTO THE SHELF GO INTO THE ITEM'S
      * FIRST-EXPIRING LOT THAT HAS NOT YET EXPIRED, SINCE THAT IS
      * THE LOT THE REGISTER SOLD FROM.
       0131-RESTOCK-DATED-LOT.
           COMPUTE WS-LOT-TO-MOVE =
               MASTER-ON-HAND - WS-STK-OLD-ON-HAND
           IF WS-LOT-TO-MOVE IS GREATER THAN ZEROES
               PERFORM 0128-OPEN-LOT-FILE
               IF WS-LOT-AVAILABLE
                   MOVE 'N' TO WS-LOT-FOUND-SW
                   PERFORM 0129-START-ITEM-LOTS
                   PERFORM 0132-CHECK-ONE-RESTOCK-LOT
                       UNTIL NOT WS-LOT-SCANNING
                   IF WS-LOT-FOUND
                       ADD WS-LOT-TO-MOVE TO LOT-ON-HAND
                       SET LOT-STATUS-ACTIVE TO TRUE
                       REWRITE LOT-RECORD
                   ELSE
                       DISPLAY "No unexpired lot of item ",
                           MASTER-ITEM-CODE, " on file; returned "
                           "goods not placed in a lot."
                   END-IF
                   CLOSE LOTFILE
               END-IF
           END-IF.
       0131-END.

       0132-CHECK-ONE-RESTOCK-LOT.
           IF LOT-EXPIRY-DATE IS NOT LESS THAN WS-LOT-TODAY
               MOVE 'Y' TO WS-LOT-FOUND-SW
               MOVE 'N' TO WS-LOT-SCAN-SW
           ELSE
               PERFORM 0130-READ-NEXT-ITEM-LOT
           END-IF.
       0132-END.

      * A LIVE ANIMAL IS RUNG UP ONE AT A TIME BY ITS TAG. THE TAG
      * MUST BE ON THE ANIMAL FILE UNDER THE ITEM BEING RUNG, NOT
      * ALREADY SOLD OR DEAD, AND NOT ALREADY ON THIS TICKET. AN
      * ANIMAL ON HOLD IS ONLY SOLD IF THE CASHIER CONFIRMS IT IS
      * THE CUSTOMER IT WAS HELD FOR. LAYAWAYS CANNOT TAKE ANIMALS;
      * THEY ARE PUT ON HOLD IN ANIMMAINT INSTEAD.
       0133-CHECK-ANIMAL-TAG.
           MOVE 'N' TO WS-ANIMAL-OK-SW
           IF MODE-LAYAWAY
               DISPLAY "Live animals cannot go on layaway; put the "
                   "animal on hold in ANIMMAINT."
               GO TO 0133-EXIT
           END-IF
           DISPLAY "Animal tag number:"
           ACCEPT WS-ANIMAL-TAG
           IF WS-ANIMAL-TAG IS EQUAL TO SPACES
               DISPLAY "A live animal cannot be sold without its tag."
               GO TO 0133-EXIT
           END-IF
           MOVE 'Y' TO WS-ANIMAL-OK-SW
           SET WS-ANIMAL-LIMIT TO I
           SUBTRACT 1 FROM WS-ANIMAL-LIMIT
           PERFORM 0134-CHECK-TAG-ON-TICKET
               VARYING WS-ANIMAL-IDX FROM 1 BY 1
               UNTIL WS-ANIMAL-IDX IS GREATER THAN WS-ANIMAL-LIMIT
           IF NOT WS-ANIMAL-OK
               DISPLAY "Tag ", WS-ANIMAL-TAG,
                   " is already on this ticket."
               GO TO 0133-EXIT
           END-IF
           MOVE 'N' TO WS-ANIMAL-OK-SW
           OPEN INPUT ANIMALFILE
           IF NOT WS-ANIMAL-STATUS-OK
               DISPLAY "Animal file not available; the animal "
                   "cannot be sold."
               GO TO 0133-EXIT
           END-IF
           MOVE WS-ANIMAL-TAG TO AN-TAG-NUMBER
           READ ANIMALFILE
               INVALID KEY
                   MOVE SPACES TO AN-TAG-NUMBER
           END-READ
           CLOSE ANIMALFILE
           IF AN-TAG-NUMBER IS EQUAL TO SPACES
               DISPLAY "Tag ", WS-ANIMAL-TAG, " is not on file."
               GO TO 0133-EXIT
           END-IF
           IF AN-ITEM-CODE IS NOT EQUAL TO ITEM-CODE (I)
               DISPLAY "Tag ", WS-ANIMAL-TAG, " belongs to item ",
                   AN-ITEM-CODE, ", not ", ITEM-CODE (I), "."
               GO TO 0133-EXIT
           END-IF
           IF AN-STATUS-SOLD
               DISPLAY "Tag ", WS-ANIMAL-TAG, " was sold on ",
                   AN-STATUS-DATE, ", receipt ", AN-SOLD-RECEIPT, "."
               GO TO 0133-EXIT
           END-IF
           IF AN-STATUS-DECEASED
               DISPLAY "Tag ", WS-ANIMAL-TAG,
                   " is recorded as deceased."
               GO TO 0133-EXIT
           END-IF
           IF AN-STATUS-ON-HOLD
               DISPLAY "Tag ", WS-ANIMAL-TAG, " is on hold: ",
                   AN-STATUS-NOTE
               DISPLAY "Sell it to this customer? Y/N"
               ACCEPT WS-ANIMAL-ANSWER
               IF NOT WS-ANIMAL-CONFIRMED
                   GO TO 0133-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO WS-ANIMAL-OK-SW
           MOVE WS-ANIMAL-TAG TO ITEM-TAG-NUMBER (I)
           DISPLAY AN-SPECIES, " ", AN-BREED, " tag ",
               WS-ANIMAL-TAG.
       0133-EXIT.
           EXIT.
       0133-END.

       0134-CHECK-TAG-ON-TICKET.
           IF ITEM-TAG-NUMBER (WS-ANIMAL-IDX) IS EQUAL TO
               WS-ANIMAL-TAG
               MOVE 'N' TO WS-ANIMAL-OK-SW
           END-IF.
       0134-END.

       0135-MARK-ANIMAL-SOLD.
           OPEN I-O ANIMALFILE
           IF NOT WS-ANIMAL-STATUS-OK
               DISPLAY "Animal file not available; tag ",
                   ITEM-TAG-NUMBER (I), " not marked sold."
           ELSE
               MOVE ITEM-TAG-NUMBER (I) TO AN-TAG-NUMBER
               READ ANIMALFILE
                   INVALID KEY
                       DISPLAY "Tag ", ITEM-TAG-NUMBER (I),
                           " missing; not marked sold."
                   NOT INVALID KEY
                       MOVE AN-STATUS TO WS-TKJ-ANIMAL-PRIOR
                       SET AN-STATUS-SOLD TO TRUE
                       MOVE WS-SALE-DATE TO AN-STATUS-DATE
                       MOVE WS-CASHIER-ID TO AN-STATUS-BY
                       MOVE SPACES TO AN-STATUS-NOTE
                       MOVE WS-RECEIPT-NUMBER TO AN-SOLD-RECEIPT
                       MOVE WS-CUSTOMER-NUMBER TO AN-SOLD-CUSTOMER
                       MOVE ITEM-PRICE (I) TO AN-SOLD-PRICE
                       REWRITE ANIMAL-RECORD
               END-READ
               CLOSE ANIMALFILE
           END-IF.
       0135-END.

      * EVERY ANIMAL ON THE RECEIPT GETS ITS CARE AND HEALTH RECORD
      * PRINTED BELOW THE FOOTER FOR THE CUSTOMER TO TAKE HOME.
       0136-PRINT-ANIMAL-CERTIFICATE.
           IF ITEM-TAG-NUMBER (I) IS NOT EQUAL TO SPACES
               OPEN INPUT ANIMALFILE
               IF WS-ANIMAL-STATUS-OK
                   MOVE ITEM-TAG-NUMBER (I) TO AN-TAG-NUMBER
                   READ ANIMALFILE
                       INVALID KEY
                           MOVE SPACES TO AN-TAG-NUMBER
                   END-READ
                   CLOSE ANIMALFILE
                   IF AN-TAG-NUMBER IS NOT EQUAL TO SPACES
                       PERFORM 0137-PRINT-CERTIFICATE-LINES
                   END-IF
               END-IF
           END-IF.
       0136-END.

       0137-PRINT-CERTIFICATE-LINES.
           MOVE AN-TAG-NUMBER TO CT-TAG-NUMBER
           MOVE WS-CERT-HEADING-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE AN-SPECIES TO CT-SPECIES
           MOVE AN-BREED TO CT-BREED
           MOVE AN-SEX TO CT-SEX
           MOVE WS-CERT-ANIMAL-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           MOVE AN-RECEIVED-DATE TO CT-RECEIVED-DATE
           IF AN-SOURCE-BREEDER
               MOVE "BREEDER" TO CT-SOURCE-TYPE
           ELSE
               MOVE "VENDOR" TO CT-SOURCE-TYPE
           END-IF
           MOVE AN-SOURCE TO CT-SOURCE
           MOVE WS-CERT-SOURCE-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE
           IF AN-CARE-NOTE IS NOT EQUAL TO SPACES
               MOVE AN-CARE-NOTE TO CT-CARE-NOTE
               MOVE WS-CERT-CARE-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           END-IF
           IF AN-HEALTH-COUNT IS EQUAL TO ZEROES
               MOVE WS-CERT-NO-HEALTH-LINE TO RECEIPT-LINE
               WRITE RECEIPT-LINE
           ELSE
               PERFORM 0138-PRINT-ONE-HEALTH-LINE
                   VARYING WS-ANIMAL-HE-IDX FROM 1 BY 1
                   UNTIL WS-ANIMAL-HE-IDX IS GREATER THAN
                       AN-HEALTH-COUNT
           END-IF
           MOVE SPACES TO RECEIPT-LINE
           WRITE RECEIPT-LINE.
       0137-END.

       0138-PRINT-ONE-HEALTH-LINE.
           MOVE AN-HE-DATE (WS-ANIMAL-HE-IDX) TO CT-HE-DATE
           IF AN-HE-VACCINATION (WS-ANIMAL-HE-IDX)
               MOVE "VACCINATION" TO CT-HE-TYPE
           ELSE
               IF AN-HE-TREATMENT (WS-ANIMAL-HE-IDX)
                   MOVE "TREATMENT" TO CT-HE-TYPE
               ELSE
                   MOVE "HEALTH CHECK" TO CT-HE-TYPE
               END-IF
           END-IF
           MOVE AN-HE-DESCRIPTION (WS-ANIMAL-HE-IDX)
               TO CT-HE-DESCRIPTION
           MOVE AN-HE-BY (WS-ANIMAL-HE-IDX) TO CT-HE-BY
           MOVE WS-CERT-HEALTH-LINE TO RECEIPT-LINE
           WRITE RECEIPT-LINE.
       0138-END.

      * A GROOMING OR OTHER SERVICE APPOINTMENT IS RUNG UP ONCE THE
      * GROOMER HAS MARKED IT COMPLETED, AT THE PRICE AGREED WHEN IT
      * WAS BOOKED. IT IS MARKED PAID WHEN THE SALE IS WRITTEN, SO
      * A VOIDED OR HELD TICKET LEAVES IT WAITING AT THE REGISTER.
       0139-PULL-APPOINTMENT.
           MOVE 'N' TO WS-APPT-USABLE-SW
           IF MODE-LAYAWAY
               DISPLAY "Services cannot go on layaway."
               GO TO 0139-EXIT
           END-IF
           DISPLAY "Appointment number:"
           ACCEPT WS-ASKED-APPT-NUMBER
           MOVE 'Y' TO WS-APPT-USABLE-SW
           SET WS-APPT-LIMIT TO I
           SUBTRACT 1 FROM WS-APPT-LIMIT
           PERFORM 0140-CHECK-APPT-ON-TICKET
               VARYING WS-APPT-IDX FROM 1 BY 1
               UNTIL WS-APPT-IDX IS GREATER THAN WS-APPT-LIMIT
           IF NOT WS-APPT-USABLE
               DISPLAY "Appointment ", WS-ASKED-APPT-NUMBER,
                   " is already on this ticket."
               GO TO 0139-EXIT
           END-IF
           MOVE 'N' TO WS-APPT-USABLE-SW
           OPEN INPUT APPOINTMENTFILE
           IF NOT WS-APPT-STATUS-OK
               DISPLAY "Appointment file not available; ring the "
                   "service up by its item code."
               GO TO 0139-EXIT
           END-IF
           MOVE WS-ASKED-APPT-NUMBER TO AP-NUMBER
           READ APPOINTMENTFILE KEY IS AP-NUMBER
               INVALID KEY
                   MOVE ZEROES TO AP-NUMBER
           END-READ
           CLOSE APPOINTMENTFILE
           IF AP-NUMBER IS EQUAL TO ZEROES
               DISPLAY "Appointment ", WS-ASKED-APPT-NUMBER,
                   " is not on file."
               GO TO 0139-EXIT
           END-IF
           IF AP-STATUS-PAID
               DISPLAY "Appointment ", AP-NUMBER, " was paid on ",
                   AP-STATUS-DATE, ", receipt ", AP-RECEIPT-NUMBER,
                   "."
               GO TO 0139-EXIT
           END-IF
           IF NOT AP-STATUS-COMPLETED
               DISPLAY "Appointment ", AP-NUMBER, " is status ",
                   AP-STATUS, "; the groomer must mark it completed "
                   "before it is rung up."
               GO TO 0139-EXIT
           END-IF
           MOVE 'Y' TO WS-APPT-USABLE-SW
           MOVE AP-NUMBER TO ITEM-APPT-NUMBER (I)
           MOVE AP-SERVICE TO ITEM-DESCRIPTION (I)
           MOVE AP-PRICE TO ITEM-PRICE (I)
           MOVE 1 TO ITEM-QUANTITY (I)
           MOVE ZEROES TO ITEM-UNIT-COST (I)
           MOVE AP-TAXABLE-SW TO ITEM-TAXABLE-SW (I)
           DISPLAY "Appointment ", AP-NUMBER, " pulled: ",
               AP-SERVICE, " for ", AP-PET-NAME.
       0139-EXIT.
           EXIT.
       0139-END.

       0140-CHECK-APPT-ON-TICKET.
           IF ITEM-APPT-NUMBER (WS-APPT-IDX) IS EQUAL TO
               WS-ASKED-APPT-NUMBER
               MOVE 'N' TO WS-APPT-USABLE-SW
           END-IF.
       0140-END.

       0141-MARK-APPOINTMENT-PAID.
           OPEN I-O APPOINTMENTFILE
           IF NOT WS-APPT-STATUS-OK
               DISPLAY "Appointment file not available; appointment ",
                   ITEM-APPT-NUMBER (I), " not marked paid."
           ELSE
               MOVE ITEM-APPT-NUMBER (I) TO AP-NUMBER
               READ APPOINTMENTFILE KEY IS AP-NUMBER
                   INVALID KEY
                       DISPLAY "Appointment ", ITEM-APPT-NUMBER (I),
                           " missing; not marked paid."
                   NOT INVALID KEY
                       MOVE AP-STATUS TO WS-TKJ-APPT-PRIOR
                       SET AP-STATUS-PAID TO TRUE
                       MOVE WS-SALE-DATE TO AP-STATUS-DATE
                       MOVE WS-CASHIER-ID TO AP-STATUS-BY
                       MOVE WS-RECEIPT-NUMBER TO AP-RECEIPT-NUMBER
                       REWRITE APPOINTMENT-RECORD
               END-READ
               CLOSE APPOINTMENTFILE
           END-IF.
       0141-END.

       0142-ASK-STORE-CODE.
           DISPLAY "Store code (01 main store, 02 second shop):"
           ACCEPT WS-STORE-CODE
           IF NOT WS-STORE-CODE-VALID
               DISPLAY "Enter 01 or 02."
           END-IF.
       0142-END.

      * MASTER-ON-HAND IS THE STOCK HELD ACROSS BOTH STORES AND IN
      * TRANSIT BETWEEN THEM; THE SECOND SHOP'S SHARE IS CARRIED ON
      * THE MASTER AND THE MAIN STORE HOLDS THE REST. AN ITEM
      * WRITTEN BEFORE THE SECOND SHOP OPENED HAS SPACES IN BOTH
      * NEW FIELDS, WHICH ARE SET TO ZERO HERE BEFORE ANY ARITHMETIC.
       0143-COMPUTE-STORE-ON-HAND.
           IF MASTER-STORE-02-ON-HAND IS NOT NUMERIC
               MOVE ZEROES TO MASTER-STORE-02-ON-HAND
           END-IF
           IF MASTER-IN-TRANSIT IS NOT NUMERIC
               MOVE ZEROES TO MASTER-IN-TRANSIT
           END-IF
           IF WS-STORE-CODE-SECOND
               IF MASTER-STORE-02-ON-HAND IS GREATER THAN
                   MASTER-ON-HAND
                   MOVE MASTER-ON-HAND TO WS-STORE-ON-HAND
               ELSE
                   MOVE MASTER-STORE-02-ON-HAND TO WS-STORE-ON-HAND
               END-IF
           ELSE
               IF MASTER-STORE-02-ON-HAND + MASTER-IN-TRANSIT IS
                   GREATER THAN MASTER-ON-HAND
                   MOVE ZEROES TO WS-STORE-ON-HAND
               ELSE
                   COMPUTE WS-STORE-ON-HAND = MASTER-ON-HAND -
                       MASTER-STORE-02-ON-HAND - MASTER-IN-TRANSIT
               END-IF
           END-IF.
       0143-END.

      * A LINE WRITTEN BEFORE THE SECOND SHOP OPENED HAS NO STORE
      * CODE AND BELONGS TO THE MAIN STORE.
       0144-LOAD-ONE-DAY-STATUS.
           IF DS-STORE-CODE-MAIN
               MOVE "01" TO DS-STORE-CODE
           END-IF
           IF DS-STORE-CODE IS EQUAL TO WS-STORE-CODE
               SET WS-THIS-DAY-FOUND TO TRUE
               MOVE DS-BUSINESS-DATE TO WS-THIS-DAY-DATE
               MOVE DS-STATUS TO WS-THIS-DAY-STATUS
           ELSE
               IF WS-OTHER-DAY-COUNT IS LESS THAN 9
                   ADD 1 TO WS-OTHER-DAY-COUNT
                   MOVE DS-STORE-CODE TO
                       WS-ODY-STORE-CODE(WS-OTHER-DAY-COUNT)
                   MOVE DS-BUSINESS-DATE TO
                       WS-ODY-DATE(WS-OTHER-DAY-COUNT)
                   MOVE DS-STATUS TO
                       WS-ODY-STATUS(WS-OTHER-DAY-COUNT)
               END-IF
           END-IF
           READ DAYSTATUSFILE
               AT END CONTINUE
           END-READ.
       0144-END.

       0145-WRITE-OTHER-DAY-STATUS.
           MOVE WS-ODY-STORE-CODE(WS-OTHER-DAY-IDX) TO DS-STORE-CODE
           MOVE WS-ODY-DATE(WS-OTHER-DAY-IDX) TO DS-BUSINESS-DATE
           MOVE WS-ODY-STATUS(WS-OTHER-DAY-IDX) TO DS-STATUS
           WRITE DAY-STATUS-RECORD.
       0145-END.

       0146-CHECK-ONE-FLOAT.
           IF TF-STORE-CODE-MAIN
               MOVE "01" TO TF-STORE-CODE
           END-IF
           IF TF-STORE-CODE IS EQUAL TO WS-STORE-CODE
               MOVE TF-AMOUNT TO WS-TILL-OPENING-FLOAT
               ADD TF-AMOUNT TO WS-TILL-EXPECTED-CASH
           END-IF
           READ TILLFLOATFILE
               AT END CONTINUE
           END-READ.
       0146-END.

      * AT START-UP THE REGISTER'S TICKET JOURNAL IS READ BACK. A
      * BEGIN RECORD WITH NO END RECORD AFTER IT IS A SALE THAT WAS
      * CUT OFF WHEN THE REGISTER STOPPED; ITS LINES, TOTALS AND ANY
      * TENDER ARE REBUILT FROM THE JOURNAL AND THE CASHIER CHOOSES
      * TO RESUME IT OR CANCEL IT.
       0147-CHECK-TICKET-JOURNAL.
           MOVE WS-STORE-CODE TO WS-TKJ-FILENAME-STORE
           IF WS-STORE-CODE-MAIN
               MOVE "01" TO WS-TKJ-FILENAME-STORE
           END-IF
           MOVE WS-REGISTER-ID TO WS-TKJ-FILENAME-REGISTER
           IF WS-REGISTER-ID IS EQUAL TO SPACES
               MOVE "00" TO WS-TKJ-FILENAME-REGISTER
           END-IF
           MOVE 'N' TO WS-TKJ-UNFINISHED-SW
           MOVE 'N' TO WS-TKJ-RESUMED-SW
           MOVE 'N' TO WS-TKJ-ACTIVE-SW
           OPEN INPUT TICKETJRNLFILE
           IF WS-TKJ-FILE-STATUS-OK
               READ TICKETJRNLFILE INTO WS-TKJ-JOURNAL-LINE
                   AT END SET TKJ-EOF TO TRUE
               END-READ
               PERFORM 0148-REPLAY-JOURNAL-RECORD UNTIL TKJ-EOF
               CLOSE TICKETJRNLFILE
           END-IF
           IF WS-TKJ-UNFINISHED
               PERFORM 0162-OFFER-TICKET-RECOVERY
           ELSE
               PERFORM 0172-CLEAR-TICKET-STATE
           END-IF.
       0147-END.

       0148-REPLAY-JOURNAL-RECORD.
           IF TKJ-IS-BEGIN
               PERFORM 0172-CLEAR-TICKET-STATE
               MOVE 'Y' TO WS-TKJ-UNFINISHED-SW
               MOVE TKJ-DATE TO WS-TKJ-ORIG-DATE
               MOVE TKJ-TIME TO WS-TKJ-ORIG-TIME
               MOVE TKJ-CASHIER-ID TO WS-TKJ-ORIG-CASHIER
               MOVE TKJ-CUSTOMER TO WS-TKJ-CUSTOMER
           END-IF
           IF TKJ-IS-CUSTOMER
               MOVE TKJ-CUSTOMER TO WS-TKJ-CUSTOMER
           END-IF
           IF TKJ-IS-LINE
               PERFORM 0149-RELOAD-JOURNAL-LINE
           END-IF
           IF TKJ-IS-VOID
               PERFORM 0150-RELOAD-JOURNAL-VOID
           END-IF
           IF TKJ-IS-TENDER
               MOVE 'Y' TO WS-TKJ-TENDER-SW
               MOVE TKJ-TENDER-TYPE TO TENDER-TYPE
               MOVE TKJ-AMOUNT-TENDERED TO AMOUNT-TENDERED
               MOVE TKJ-CHANGE-DUE TO CHANGE-DUE
               MOVE TKJ-GIFT-CARD-NUMBER TO WS-TKJ-GIFT-CARD-NUMBER
               MOVE TKJ-GIFT-APPLIED TO WS-TKJ-GIFT-APPLIED
               MOVE TKJ-POINTS-REDEEMED TO WS-TKJ-POINTS-REDEEMED
               MOVE TKJ-CHARGED-AMOUNT TO WS-TKJ-CHARGED-AMOUNT
           END-IF
           IF TKJ-IS-POINTS
               MOVE 'Y' TO WS-TKJ-POINTS-SW
               MOVE TKJ-POINTS-EARNED TO WS-POINTS-EARNED
           END-IF
           IF TKJ-IS-RECEIPT
               MOVE TKJ-RECEIPT-NUMBER TO WS-TKJ-RECEIPT-NUMBER
               MOVE TKJ-AR-WRITTEN-SW TO WS-TKJ-AR-SW
           END-IF
           IF TKJ-IS-POSTED AND
               TKJ-LINE-NUMBER IS GREATER THAN ZEROES AND
               TKJ-LINE-NUMBER IS NOT GREATER THAN 100
               MOVE 'Y' TO WS-TKJ-POSTED-SW (TKJ-LINE-NUMBER)
               MOVE TKJ-STOCK-MOVED-SW TO
                   WS-TKJ-LINE-STOCK-SW (TKJ-LINE-NUMBER)
               MOVE TKJ-ANIMAL-PRIOR TO
                   WS-TKJ-LINE-ANIMAL-PRIOR (TKJ-LINE-NUMBER)
               MOVE TKJ-APPT-PRIOR TO
                   WS-TKJ-LINE-APPT-PRIOR (TKJ-LINE-NUMBER)
           END-IF
           IF TKJ-IS-END
               MOVE 'N' TO WS-TKJ-UNFINISHED-SW
           END-IF
           READ TICKETJRNLFILE INTO WS-TKJ-JOURNAL-LINE
               AT END SET TKJ-EOF TO TRUE
           END-READ.
       0148-END.

       0149-RELOAD-JOURNAL-LINE.
           IF I IS GREATER THAN 100
               DISPLAY "Ticket is full; journal line ",
                   TKJ-ITEM-CODE, " dropped."
           ELSE
               MOVE TKJ-ITEM-CODE TO ITEM-CODE (I)
               MOVE TKJ-DESCRIPTION TO ITEM-DESCRIPTION (I)
               MOVE TKJ-PRICE TO ITEM-PRICE (I)
               MOVE TKJ-QUANTITY TO ITEM-QUANTITY (I)
               MOVE TKJ-PROMO-SW TO ITEM-PROMO-SW (I)
               MOVE TKJ-UNIT-COST TO ITEM-UNIT-COST (I)
               MOVE TKJ-TAXABLE-SW TO ITEM-TAXABLE-SW (I)
               MOVE TKJ-TAG-NUMBER TO ITEM-TAG-NUMBER (I)
               MOVE TKJ-APPT-NUMBER TO ITEM-APPT-NUMBER (I)
               MOVE TKJ-QUOTE-NUMBER TO WS-TKJ-LINE-QUOTE (I)
               MOVE 'N' TO WS-TKJ-POSTED-SW (I)
               MOVE 'N' TO WS-TKJ-LINE-STOCK-SW (I)
               COMPUTE ITEM-COST (I) =
                   ITEM-QUANTITY (I) * ITEM-PRICE (I)
               ADD ITEM-QUANTITY (I) TO TOTAL-QUANTITY
               ADD ITEM-COST (I) TO TOTAL-COST
               IF NOT ITEM-TAX-EXEMPT (I)
                   ADD ITEM-COST (I) TO WS-TAXABLE-COST
               END-IF
               SET I UP BY 1
           END-IF.
       0149-END.

       0150-RELOAD-JOURNAL-VOID.
           IF I IS GREATER THAN 1
               SET I DOWN BY 1
               SUBTRACT ITEM-QUANTITY (I) FROM TOTAL-QUANTITY
               SUBTRACT ITEM-COST (I) FROM TOTAL-COST
               IF NOT ITEM-TAX-EXEMPT (I)
                   SUBTRACT ITEM-COST (I) FROM WS-TAXABLE-COST
               END-IF
               MOVE ZEROES TO WS-TKJ-LINE-QUOTE (I)
           END-IF.
       0150-END.

      * A NEW TICKET EMPTIES THE JOURNAL AND STARTS IT WITH A BEGIN
      * RECORD; FROM HERE TO THE END RECORD EVERY LINE, VOID AND
      * TENDER ON THE TICKET IS WRITTEN AS SOON AS IT IS TAKEN.
       0151-BEGIN-TICKET-JOURNAL.
           OPEN OUTPUT TICKETJRNLFILE
           IF WS-TKJ-FILE-STATUS-OK
               CLOSE TICKETJRNLFILE
               MOVE 'Y' TO WS-TKJ-ACTIVE-SW
               MOVE SPACES TO WS-TKJ-JOURNAL-LINE
               SET TKJ-IS-BEGIN TO TRUE
               MOVE ZEROES TO WS-TKJ-LINE-NUMBER
               PERFORM 0160-WRITE-TICKET-JOURNAL
           ELSE
               MOVE 'N' TO WS-TKJ-ACTIVE-SW
               DISPLAY "PETSTORE - TICKET JOURNAL NOT AVAILABLE, "
                   "STATUS ", WS-TKJ-FILE-STATUS
           END-IF.
       0151-END.

       0152-JOURNAL-CUSTOMER.
           MOVE SPACES TO WS-TKJ-JOURNAL-LINE
           SET TKJ-IS-CUSTOMER TO TRUE
           MOVE ZEROES TO WS-TKJ-LINE-NUMBER
           PERFORM 0160-WRITE-TICKET-JOURNAL.
       0152-END.

       0153-JOURNAL-LINE.
           MOVE SPACES TO WS-TKJ-JOURNAL-LINE
           SET TKJ-IS-LINE TO TRUE
           MOVE ITEM-CODE (WS-TKJ-LINE-NUMBER) TO TKJ-ITEM-CODE
           MOVE ITEM-DESCRIPTION (WS-TKJ-LINE-NUMBER) TO
               TKJ-DESCRIPTION
           MOVE ITEM-PRICE (WS-TKJ-LINE-NUMBER) TO TKJ-PRICE
           MOVE ITEM-QUANTITY (WS-TKJ-LINE-NUMBER) TO TKJ-QUANTITY
           MOVE ITEM-PROMO-SW (WS-TKJ-LINE-NUMBER) TO TKJ-PROMO-SW
           MOVE ITEM-UNIT-COST (WS-TKJ-LINE-NUMBER) TO TKJ-UNIT-COST
           MOVE ITEM-TAXABLE-SW (WS-TKJ-LINE-NUMBER) TO
               TKJ-TAXABLE-SW
           MOVE ITEM-TAG-NUMBER (WS-TKJ-LINE-NUMBER) TO
               TKJ-TAG-NUMBER
           MOVE ITEM-APPT-NUMBER (WS-TKJ-LINE-NUMBER) TO
               TKJ-APPT-NUMBER
           MOVE WS-TKJ-LINE-QUOTE (WS-TKJ-LINE-NUMBER) TO
               TKJ-QUOTE-NUMBER
           PERFORM 0160-WRITE-TICKET-JOURNAL.
       0153-END.

       0154-JOURNAL-VOID.
           MOVE SPACES TO WS-TKJ-JOURNAL-LINE
           SET TKJ-IS-VOID TO TRUE
           SET WS-TKJ-LINE-NUMBER TO I
           MOVE WS-VOID-SUPERVISOR TO TKJ-VOID-APPROVER
           PERFORM 0160-WRITE-TICKET-JOURNAL.
       0154-END.

      * THE TENDER RECORD KEEPS WHAT WAS TAKEN AGAINST WHICH CARD OR
      * ACCOUNT, SO A CANCELLED TICKET CAN BE PAID BACK THE SAME WAY
      * AND A RESUMED ONE IS NOT CHARGED A SECOND TIME.
       0155-JOURNAL-TENDER.
           MOVE SPACES TO WS-TKJ-JOURNAL-LINE
           SET TKJ-IS-TENDER TO TRUE
           MOVE TENDER-TYPE TO TKJ-TENDER-TYPE
           MOVE AMOUNT-TENDERED TO TKJ-AMOUNT-TENDERED
           MOVE CHANGE-DUE TO TKJ-CHANGE-DUE
           MOVE ZEROES TO TKJ-GIFT-CARD-NUMBER
           MOVE ZEROES TO TKJ-GIFT-APPLIED
           MOVE ZEROES TO TKJ-POINTS-REDEEMED
           MOVE ZEROES TO TKJ-CHARGED-AMOUNT
           IF WS-TKJ-TENDER-ASKED IS EQUAL TO 'G' AND WS-GIFT-SETTLED
               MOVE WS-GIFT-CARD-NUMBER TO TKJ-GIFT-CARD-NUMBER
               IF TENDER-GIFT
                   MOVE TOTAL-COST-WITH-TAX TO TKJ-GIFT-APPLIED
               ELSE
                   MOVE WS-GIFT-APPLIED TO TKJ-GIFT-APPLIED
               END-IF
           END-IF
           IF WS-TKJ-TENDER-ASKED IS EQUAL TO 'P' AND WS-GIFT-SETTLED
               MOVE WS-POINTS-REDEEMED TO TKJ-POINTS-REDEEMED
           END-IF
           IF TENDER-HOUSE-CHARGE
               MOVE TOTAL-COST-WITH-TAX TO TKJ-CHARGED-AMOUNT
           END-IF
           MOVE ZEROES TO WS-TKJ-LINE-NUMBER
           PERFORM 0160-WRITE-TICKET-JOURNAL.
       0155-END.

       0156-JOURNAL-POINTS.
           MOVE SPACES TO WS-TKJ-JOURNAL-LINE
           SET TKJ-IS-POINTS TO TRUE
           MOVE WS-POINTS-EARNED TO TKJ-POINTS-EARNED
           MOVE ZEROES TO WS-TKJ-LINE-NUMBER
           PERFORM 0160-WRITE-TICKET-JOURNAL.
       0156-END.

       0157-JOURNAL-RECEIPT.
           MOVE SPACES TO WS-TKJ-JOURNAL-LINE
           SET TKJ-IS-RECEIPT TO TRUE
           MOVE WS-RECEIPT-NUMBER TO TKJ-RECEIPT-NUMBER
           MOVE WS-TKJ-AR-SW TO TKJ-AR-WRITTEN-SW
           MOVE ZEROES TO WS-TKJ-LINE-NUMBER
           PERFORM 0160-WRITE-TICKET-JOURNAL.
       0157-END.

       0158-JOURNAL-TICKET-END.
           MOVE SPACES TO WS-TKJ-JOURNAL-LINE
           SET TKJ-IS-END TO TRUE
           MOVE WS-TKJ-END-KIND TO TKJ-END-KIND
           MOVE ZEROES TO WS-TKJ-LINE-NUMBER
           PERFORM 0160-WRITE-TICKET-JOURNAL
           MOVE 'N' TO WS-TKJ-ACTIVE-SW.
       0158-END.

       0159-JOURNAL-POSTED-LINE.
           MOVE SPACES TO WS-TKJ-JOURNAL-LINE
           SET TKJ-IS-POSTED TO TRUE
           MOVE WS-TKJ-STOCK-SW TO TKJ-STOCK-MOVED-SW
           MOVE WS-TKJ-ANIMAL-PRIOR TO TKJ-ANIMAL-PRIOR
           MOVE WS-TKJ-APPT-PRIOR TO TKJ-APPT-PRIOR
           SET WS-TKJ-LINE-NUMBER TO I
           PERFORM 0160-WRITE-TICKET-JOURNAL.
       0159-END.

      * EVERY JOURNAL RECORD IS APPENDED AND THE FILE CLOSED AGAIN
      * AT ONCE, SO WHAT IS ON DISK NEVER LAGS THE TICKET. OUTSIDE A
      * RUNG-UP SALE (LAYAWAY, GIFT CARD, SPECIAL ORDER PICK-UP)
      * NOTHING IS JOURNALED.
       0160-WRITE-TICKET-JOURNAL.
           IF WS-TKJ-ACTIVE
               ACCEPT TKJ-DATE FROM DATE YYYYMMDD
               ACCEPT TKJ-TIME FROM TIME
               MOVE WS-CASHIER-ID TO TKJ-CASHIER-ID
               MOVE WS-CUSTOMER-NUMBER TO TKJ-CUSTOMER
               MOVE WS-TKJ-LINE-NUMBER TO TKJ-LINE-NUMBER
               OPEN EXTEND TICKETJRNLFILE
               IF NOT WS-TKJ-FILE-STATUS-OK
                   OPEN OUTPUT TICKETJRNLFILE
               END-IF
               IF WS-TKJ-FILE-STATUS-OK
                   MOVE WS-TKJ-JOURNAL-LINE TO TICKET-JOURNAL-RECORD
                   WRITE TICKET-JOURNAL-RECORD
                   CLOSE TICKETJRNLFILE
               ELSE
                   DISPLAY "PETSTORE - TICKET JOURNAL NOT AVAILABLE, "
                       "STATUS ", WS-TKJ-FILE-STATUS
               END-IF
           END-IF.
       0160-END.

      * STOCK, ANIMALS AND APPOINTMENTS ARE POSTED ONE LINE AT A
      * TIME WITH A JOURNAL RECORD AFTER EACH, BEFORE THE TICKET
      * GOES ON THE SALES LOG. A TICKET STOPPED PART WAY THROUGH IS
      * FINISHED WITHOUT RELIEVING A LINE TWICE, OR CANCELLED WITH
      * EXACTLY THE POSTED LINES PUT BACK.
       0161-POST-ONE-LINE.
           IF NOT WS-TKJ-LINE-POSTED (I)
               MOVE 'N' TO WS-TKJ-STOCK-SW
               MOVE SPACE TO WS-TKJ-ANIMAL-PRIOR
               MOVE SPACE TO WS-TKJ-APPT-PRIOR
               IF ITEMMASTER-AVAILABLE
                   MOVE "S" TO WS-STK-MOVE-TYPE
                   MOVE SPACES TO WS-STK-REFERENCE
                   STRING "RECEIPT " DELIMITED BY SIZE
                       WS-RECEIPT-NUMBER DELIMITED BY SIZE
                       INTO WS-STK-REFERENCE
                   IF WS-TKJ-LINE-QUOTE (I) IS GREATER THAN ZEROES
                       PERFORM 0176-POST-QUOTE-KIT
                   ELSE
                       PERFORM 0022-RELIEVE-ON-HAND
                   END-IF
                   MOVE 'Y' TO WS-TKJ-STOCK-SW
               END-IF
               IF ITEM-TAG-NUMBER (I) IS NOT EQUAL TO SPACES
                   PERFORM 0135-MARK-ANIMAL-SOLD
               END-IF
               IF ITEM-APPT-NUMBER (I) IS GREATER THAN ZEROES
                   PERFORM 0141-MARK-APPOINTMENT-PAID
               END-IF
               MOVE 'Y' TO WS-TKJ-POSTED-SW (I)
               MOVE WS-TKJ-STOCK-SW TO WS-TKJ-LINE-STOCK-SW (I)
               PERFORM 0159-JOURNAL-POSTED-LINE
           END-IF.
       0161-END.

       0162-OFFER-TICKET-RECOVERY.
           COMPUTE WS-ITEM-COUNT = I - 1.
           PERFORM 0004-CALCULATE-DISCOUNT.
           PERFORM 0005-CALCULATE-TAX.
           DISPLAY "An unfinished ticket was found on this register.".
           DISPLAY "Started ", WS-TKJ-ORIG-DATE, " at ",
               WS-TKJ-ORIG-TIME (1:4), " by ", WS-TKJ-ORIG-CASHIER,
               ", ", WS-ITEM-COUNT, " lines:".
           PERFORM 0007-PRINT-ITEM-LINE
               VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT.
           MOVE TOTAL-COST-WITH-TAX TO DISPLAY-TKJ-AMOUNT.
           DISPLAY "Ticket total: ", DISPLAY-TKJ-AMOUNT.
           IF WS-TKJ-TENDER-TAKEN
               MOVE AMOUNT-TENDERED TO DISPLAY-TKJ-AMOUNT
               DISPLAY "Payment was already taken: tender ",
                   TENDER-TYPE, " amount ", DISPLAY-TKJ-AMOUNT
           END-IF.
           MOVE SPACE TO WS-TKJ-ANSWER.
           PERFORM 0163-ASK-RECOVERY-ACTION
               UNTIL WS-TKJ-RESUME-WANTED OR WS-TKJ-CANCEL-WANTED.
           IF WS-TKJ-CANCEL-WANTED
               PERFORM 0062-AUTHORIZE-VOID
               IF NOT WS-VOID-ALLOWED
                   DISPLAY "Cancel refused; the ticket is resumed."
                   MOVE 'R' TO WS-TKJ-ANSWER
               END-IF
           END-IF.
           IF WS-TKJ-CANCEL-WANTED
               PERFORM 0165-CANCEL-RECOVERED-TICKET
           ELSE
               PERFORM 0164-RESUME-RECOVERED-TICKET
           END-IF.
       0162-END.

       0163-ASK-RECOVERY-ACTION.
           DISPLAY "(R)esume this ticket or (C)ancel it?"
           ACCEPT WS-TKJ-ANSWER
           IF NOT WS-TKJ-RESUME-WANTED AND NOT WS-TKJ-CANCEL-WANTED
               DISPLAY "Enter R or C."
           END-IF.
       0163-END.

      * A RESUMED TICKET CARRIES ON UNDER THE SAME JOURNAL. IF THE
      * PAYMENT WAS ALREADY TAKEN THE CUSTOMER IS NOT ASKED AGAIN;
      * THE SALE GOES STRAIGHT TO THE SALES LOG AND THE RECEIPT.
       0164-RESUME-RECOVERED-TICKET.
           MOVE 'Y' TO WS-TKJ-RESUMED-SW
           MOVE 'Y' TO WS-TKJ-ACTIVE-SW
           MOVE WS-TKJ-CUSTOMER TO WS-CUSTOMER-NUMBER
           IF WS-CUSTOMER-NUMBER IS GREATER THAN ZEROES
               PERFORM 0083-RESTORE-HELD-CUSTOMER
           END-IF
           MOVE ZEROES TO WS-TKJ-LINES-REVERSED
           MOVE ZEROES TO WS-TKJ-MONEY-RETURNED
           MOVE SPACES TO WS-TKR-RECOVERY-LINE
           SET TKR-RESUMED TO TRUE
           PERFORM 0173-LOG-TICKET-RECOVERY
           IF WS-TKJ-TENDER-TAKEN
               DISPLAY "Payment was taken before the stop; the sale "
                   "is being completed."
           ELSE
               DISPLAY "Ticket resumed."
               DISPLAY "Do you have items to include? Y/N"
                   " (or V to void the last item)"
               ACCEPT USER-ANSWER
               IF VOID-LAST
                   PERFORM 0012-VOID-LAST-ITEM
               END-IF
           END-IF.
       0164-END.

      * CANCELLING A RECOVERED TICKET PUTS BACK EVERYTHING THE
      * JOURNAL SAYS WAS POSTED: STOCK IS RESTOCKED THE WAY A RETURN
      * IS, ANIMALS AND APPOINTMENTS GO BACK TO THEIR OLD STATUS,
      * PULLED QUOTES ARE REOPENED AND ANY PAYMENT ALREADY TAKEN IS
      * CREDITED BACK TO ITS CARD OR ACCOUNT OR HANDED BACK.
       0165-CANCEL-RECOVERED-TICKET.
           MOVE WS-TKJ-CUSTOMER TO WS-CUSTOMER-NUMBER
           IF WS-TKJ-TENDER-TAKEN AND
               WS-CUSTOMER-NUMBER IS GREATER THAN ZEROES
               PERFORM 0083-RESTORE-HELD-CUSTOMER
           END-IF
           ACCEPT WS-SALE-DATE FROM DATE YYYYMMDD
           MOVE WS-TKJ-RECEIPT-NUMBER TO WS-RECEIPT-NUMBER
           MOVE ZEROES TO WS-TKJ-LINES-REVERSED
           MOVE ZEROES TO WS-TKJ-MONEY-RETURNED
           PERFORM 0166-REVERSE-ONE-LINE
               VARYING I FROM 1 BY 1 UNTIL I > WS-ITEM-COUNT
           IF WS-TKJ-TENDER-TAKEN
               PERFORM 0171-REVERSE-TENDER
           END-IF
           MOVE SPACES TO WS-TKR-RECOVERY-LINE
           SET TKR-CANCELLED TO TRUE
           PERFORM 0173-LOG-TICKET-RECOVERY
           MOVE 'Y' TO WS-TKJ-ACTIVE-SW
           MOVE 'C' TO WS-TKJ-END-KIND
           PERFORM 0158-JOURNAL-TICKET-END
           IF WS-CUSTOMER-AVAILABLE
               CLOSE CUSTOMERFILE
           END-IF
           MOVE 'N' TO WS-CUSTOMER-AVAIL-SW
           MOVE 'N' TO WS-MEMBER-PRESENT-SW
           MOVE ZEROES TO WS-CUSTOMER-NUMBER
           PERFORM 0172-CLEAR-TICKET-STATE
           DISPLAY "Unfinished ticket cancelled; start the next sale.".
       0165-END.

       0166-REVERSE-ONE-LINE.
           IF WS-TKJ-LINE-POSTED (I)
               ADD 1 TO WS-TKJ-LINES-REVERSED
               IF WS-TKJ-LINE-STOCK-MOVED (I)
                   IF ITEMMASTER-AVAILABLE
                       IF WS-TKJ-LINE-QUOTE (I) IS GREATER THAN ZEROES
                           MOVE "R" TO WS-STK-MOVE-TYPE
                           MOVE SPACES TO WS-STK-REFERENCE
                           STRING "CANCEL" DELIMITED BY SIZE
                               WS-RECEIPT-NUMBER DELIMITED BY SIZE
                               INTO WS-STK-REFERENCE
                           PERFORM 0176-POST-QUOTE-KIT
                       ELSE
                           PERFORM 0167-RESTOCK-CANCELLED-LINE
                       END-IF
                   ELSE
                       DISPLAY "Item master not available; put ",
                           ITEM-QUANTITY (I), " of ", ITEM-CODE (I),
                           " back on hand by hand."
                   END-IF
               END-IF
               IF ITEM-TAG-NUMBER (I) IS NOT EQUAL TO SPACES
                   PERFORM 0168-RELEASE-CANCELLED-ANIMAL
               END-IF
               IF ITEM-APPT-NUMBER (I) IS GREATER THAN ZEROES
                   PERFORM 0169-REOPEN-CANCELLED-APPT
               END-IF
           END-IF.
           IF WS-TKJ-LINE-QUOTE (I) IS GREATER THAN ZEROES
               PERFORM 0170-REOPEN-CANCELLED-QUOTE
           END-IF.
       0166-END.

       0167-RESTOCK-CANCELLED-LINE.
           MOVE ITEM-CODE (I) TO MASTER-ITEM-CODE.
           READ ITEMMASTER
               INVALID KEY
                   DISPLAY "Item ", ITEM-CODE (I),
                       " not on file; stock not put back."
               NOT INVALID KEY
                   MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE
                   MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND
                   MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST
                   ADD ITEM-QUANTITY (I) TO MASTER-ON-HAND
                   IF WS-STORE-CODE-SECOND
                       PERFORM 0143-COMPUTE-STORE-ON-HAND
                       ADD ITEM-QUANTITY (I) TO MASTER-STORE-02-ON-HAND
                   END-IF
                   REWRITE ITEMMASTER-RECORD
                   PERFORM 0091-JOURNAL-ITEM-CHANGE
                   MOVE "R" TO WS-STK-MOVE-TYPE
                   MOVE SPACES TO WS-STK-REFERENCE
                   STRING "CANCEL" DELIMITED BY SIZE
                       WS-RECEIPT-NUMBER DELIMITED BY SIZE
                       INTO WS-STK-REFERENCE
                   PERFORM 0125-WRITE-STOCK-LEDGER
                   IF MASTER-DATED
                       PERFORM 0131-RESTOCK-DATED-LOT
                   END-IF
           END-READ.
       0167-END.

       0168-RELEASE-CANCELLED-ANIMAL.
           OPEN I-O ANIMALFILE
           IF NOT WS-ANIMAL-STATUS-OK
               DISPLAY "Animal file not available; tag ",
                   ITEM-TAG-NUMBER (I), " still shows sold."
           ELSE
               MOVE ITEM-TAG-NUMBER (I) TO AN-TAG-NUMBER
               READ ANIMALFILE
                   INVALID KEY
                       DISPLAY "Tag ", ITEM-TAG-NUMBER (I),
                           " missing; not released."
                   NOT INVALID KEY
                       IF AN-STATUS-SOLD
                           IF WS-TKJ-LINE-ANIMAL-PRIOR (I) IS EQUAL
                               TO SPACE
                               SET AN-STATUS-AVAILABLE TO TRUE
                           ELSE
                               MOVE WS-TKJ-LINE-ANIMAL-PRIOR (I) TO
                                   AN-STATUS
                           END-IF
                           MOVE WS-SALE-DATE TO AN-STATUS-DATE
                           MOVE WS-CASHIER-ID TO AN-STATUS-BY
                           MOVE "SALE CANCELLED" TO AN-STATUS-NOTE
                           MOVE ZEROES TO AN-SOLD-RECEIPT
                           MOVE ZEROES TO AN-SOLD-CUSTOMER
                           MOVE ZEROES TO AN-SOLD-PRICE
                           REWRITE ANIMAL-RECORD
                       END-IF
               END-READ
               CLOSE ANIMALFILE
           END-IF.
       0168-END.

       0169-REOPEN-CANCELLED-APPT.
           OPEN I-O APPOINTMENTFILE
           IF NOT WS-APPT-STATUS-OK
               DISPLAY "Appointment file not available; appointment ",
                   ITEM-APPT-NUMBER (I), " still shows paid."
           ELSE
               MOVE ITEM-APPT-NUMBER (I) TO AP-NUMBER
               READ APPOINTMENTFILE KEY IS AP-NUMBER
                   INVALID KEY
                       DISPLAY "Appointment ", ITEM-APPT-NUMBER (I),
                           " missing; not reopened."
                   NOT INVALID KEY
                       IF AP-STATUS-PAID
                           IF WS-TKJ-LINE-APPT-PRIOR (I) IS EQUAL
                               TO SPACE
                               SET AP-STATUS-COMPLETED TO TRUE
                           ELSE
                               MOVE WS-TKJ-LINE-APPT-PRIOR (I) TO
                                   AP-STATUS
                           END-IF
                           MOVE WS-SALE-DATE TO AP-STATUS-DATE
                           MOVE WS-CASHIER-ID TO AP-STATUS-BY
                           MOVE ZEROES TO AP-RECEIPT-NUMBER
                           REWRITE APPOINTMENT-RECORD
                       END-IF
               END-READ
               CLOSE APPOINTMENTFILE
           END-IF.
       0169-END.

       0170-REOPEN-CANCELLED-QUOTE.
           MOVE WS-TKJ-LINE-QUOTE (I) TO WS-ASKED-QUOTE-NUMBER
           MOVE 'N' TO WS-QUOTE-FOUND-SW
           OPEN I-O QUOTEFILE
           IF WS-QUOTE-FILE-STATUS-OK
               READ QUOTEFILE
                   AT END SET QUOTE-EOF TO TRUE
               END-READ
               PERFORM 0052-MATCH-ONE-QUOTE
                   UNTIL QUOTE-EOF OR WS-QUOTE-FOUND
               IF WS-QUOTE-FOUND AND QUO-STATUS-SOLD
                   SET QUO-STATUS-OPEN TO TRUE
                   REWRITE QUOTE-RECORD
                   DISPLAY "Quote ", QUO-NUMBER, " reopened."
               END-IF
               CLOSE QUOTEFILE
           ELSE
               DISPLAY "Quote file not available; quote ",
                   WS-ASKED-QUOTE-NUMBER, " still shows sold."
           END-IF.
       0170-END.

      * WHATEVER WAS TAKEN AT THE TENDER GOES BACK THE WAY IT CAME:
      * GIFT CARD AND LOYALTY POINTS ARE CREDITED, A HOUSE CHARGE IS
      * TAKEN OFF THE ACCOUNT (WITH A CREDIT ON THE AR FILE IF THE
      * CHARGE HAD REACHED IT), AND CASH, CARD OR CHECK IS HANDED
      * BACK AT THE DRAWER FOR THE AMOUNT SHOWN.
       0171-REVERSE-TENDER.
           IF WS-TKJ-GIFT-APPLIED IS GREATER THAN ZEROES
               PERFORM 0040-OPEN-GIFT-CARD-FILE
               IF WS-GIFTCARD-AVAILABLE
                   MOVE WS-TKJ-GIFT-CARD-NUMBER TO GC-CARD-NUMBER
                   READ GIFTCARDFILE
                       INVALID KEY
                           DISPLAY "Gift card ",
                               WS-TKJ-GIFT-CARD-NUMBER,
                               " not on file; credit it by hand."
                       NOT INVALID KEY
                           MOVE GIFTCARD-RECORD TO WS-JRN-OLD-IMAGE
                           MOVE "C" TO WS-JRN-ACTION
                           ADD WS-TKJ-GIFT-APPLIED TO GC-BALANCE
                           ACCEPT GC-LAST-ACTIVITY-DATE
                               FROM DATE YYYYMMDD
                           REWRITE GIFTCARD-RECORD
                           PERFORM 0092-JOURNAL-GIFT-CHANGE
                           MOVE WS-TKJ-GIFT-APPLIED TO
                               DISPLAY-TKJ-AMOUNT
                           DISPLAY "Gift card credited back ",
                               DISPLAY-TKJ-AMOUNT
                   END-READ
                   CLOSE GIFTCARDFILE
               ELSE
                   DISPLAY "Gift card file not available; credit "
                       "card ", WS-TKJ-GIFT-CARD-NUMBER, " by hand."
               END-IF
           END-IF.
           IF WS-MEMBER-PRESENT AND
               (WS-TKJ-POINTS-REDEEMED IS GREATER THAN ZEROES OR
                (WS-TKJ-POINTS-ACCRUED AND
                 WS-POINTS-EARNED IS GREATER THAN ZEROES))
               MOVE CUSTOMER-RECORD TO WS-JRN-OLD-IMAGE
               ADD WS-TKJ-POINTS-REDEEMED TO CU-POINTS
               IF WS-TKJ-POINTS-ACCRUED
                   IF WS-POINTS-EARNED IS GREATER THAN CU-POINTS
                       MOVE ZEROES TO CU-POINTS
                   ELSE
                       SUBTRACT WS-POINTS-EARNED FROM CU-POINTS
                   END-IF
               END-IF
               ACCEPT CU-LAST-ACTIVITY-DATE FROM DATE YYYYMMDD
               REWRITE CUSTOMER-RECORD
               MOVE "C" TO WS-JRN-ACTION
               PERFORM 0093-JOURNAL-CUSTOMER-CHANGE
               DISPLAY "Loyalty points put back. Points now: ",
                   CU-POINTS
           END-IF.
           IF WS-TKJ-CHARGED-AMOUNT IS GREATER THAN ZEROES
               PERFORM 0108-OPEN-CHARGE-FILE
               IF WS-CHARGE-AVAILABLE
                   MOVE WS-TKJ-CUSTOMER TO CA-CUSTOMER
                   READ CHARGEACCTFILE
                       INVALID KEY
                           DISPLAY "House account ", WS-TKJ-CUSTOMER,
                               " not on file; credit it by hand."
                       NOT INVALID KEY
                           SUBTRACT WS-TKJ-CHARGED-AMOUNT FROM
                               CA-BALANCE
                           REWRITE CHARGE-ACCOUNT-RECORD
                           MOVE CA-BALANCE TO DISPLAY-AR-AMOUNT
                           DISPLAY "House charge taken off the "
                               "account. New balance ",
                               DISPLAY-AR-AMOUNT
                   END-READ
                   CLOSE CHARGEACCTFILE
               ELSE
                   DISPLAY "House account file not available; "
                       "credit account ", WS-TKJ-CUSTOMER, " by hand."
               END-IF
               IF WS-TKJ-AR-WRITTEN
                   MOVE WS-TKJ-CUSTOMER TO WS-AR-CUSTOMER
                   MOVE 'R' TO WS-AR-TYPE
                   MOVE WS-TKJ-CHARGED-AMOUNT TO WS-AR-AMOUNT
                   MOVE WS-RECEIPT-NUMBER TO WS-AR-REFERENCE
                   PERFORM 0109-WRITE-AR-TRANSACTION
               END-IF
           END-IF.
           IF TENDER-CASH
               COMPUTE WS-TKJ-MONEY-RETURNED =
                   AMOUNT-TENDERED - CHANGE-DUE
               MOVE WS-TKJ-MONEY-RETURNED TO DISPLAY-TKJ-AMOUNT
               DISPLAY "Hand the customer back ", DISPLAY-TKJ-AMOUNT,
                   " in cash."
           END-IF.
           IF TENDER-CARD OR TENDER-CHECK
               MOVE AMOUNT-TENDERED TO WS-TKJ-MONEY-RETURNED
               MOVE WS-TKJ-MONEY-RETURNED TO DISPLAY-TKJ-AMOUNT
               DISPLAY "Refund ", DISPLAY-TKJ-AMOUNT,
                   " to the customer's card or hand back the check."
           END-IF.
       0171-END.

       0172-CLEAR-TICKET-STATE.
           SET I TO 1
           MOVE ZEROES TO WS-ITEM-COUNT
           MOVE ZEROES TO TOTAL-QUANTITY
           MOVE ZEROES TO TOTAL-COST
           MOVE ZEROES TO WS-TAXABLE-COST
           INITIALIZE WS-TKJ-LINE-TABLE
           MOVE 'N' TO WS-TKJ-TENDER-SW
           MOVE 'N' TO WS-TKJ-POINTS-SW
           MOVE 'N' TO WS-TKJ-AR-SW
           MOVE SPACE TO TENDER-TYPE
           MOVE ZEROES TO AMOUNT-TENDERED
           MOVE ZEROES TO CHANGE-DUE
           MOVE ZEROES TO WS-POINTS-EARNED
           MOVE ZEROES TO WS-TKJ-RECEIPT-NUMBER
           MOVE ZEROES TO WS-TKJ-CUSTOMER
           MOVE ZEROES TO WS-TKJ-GIFT-CARD-NUMBER
           MOVE ZEROES TO WS-TKJ-GIFT-APPLIED
           MOVE ZEROES TO WS-TKJ-POINTS-REDEEMED
           MOVE ZEROES TO WS-TKJ-CHARGED-AMOUNT.
       0172-END.

       0173-LOG-TICKET-RECOVERY.
           ACCEPT TKR-DATE FROM DATE YYYYMMDD
           ACCEPT TKR-TIME FROM TIME
           MOVE WS-STORE-CODE TO TKR-STORE-CODE
           MOVE WS-REGISTER-ID TO TKR-REGISTER-ID
           MOVE WS-CASHIER-ID TO TKR-CASHIER-ID
           MOVE WS-TKJ-ORIG-CASHIER TO TKR-ORIG-CASHIER-ID
           MOVE WS-TKJ-ORIG-DATE TO TKR-ORIG-DATE
           MOVE WS-TKJ-ORIG-TIME TO TKR-ORIG-TIME
           IF WS-TKJ-TENDER-TAKEN
               SET TKR-STAGE-TENDERED TO TRUE
           ELSE
               SET TKR-STAGE-ENTRY TO TRUE
           END-IF
           MOVE WS-ITEM-COUNT TO TKR-LINE-COUNT
           MOVE WS-TKJ-LINES-REVERSED TO TKR-LINES-REVERSED
           MOVE TOTAL-COST-WITH-TAX TO TKR-TICKET-TOTAL
           MOVE TENDER-TYPE TO TKR-TENDER-TYPE
           MOVE WS-TKJ-MONEY-RETURNED TO TKR-MONEY-RETURNED
           OPEN EXTEND TICKETRECOVFILE
           IF NOT WS-TKR-FILE-STATUS-OK
               OPEN OUTPUT TICKETRECOVFILE
           END-IF
           IF WS-TKR-FILE-STATUS-OK
               MOVE WS-TKR-RECOVERY-LINE TO TICKET-RECOVERY-RECORD
               WRITE TICKET-RECOVERY-RECORD
               CLOSE TICKETRECOVFILE
           ELSE
               DISPLAY "PETSTORE - TICKET RECOVERY LOG NOT AVAILABLE, "
                   "STATUS ", WS-TKR-FILE-STATUS
           END-IF.
       0173-END.

      * TICKETS RECOVERED AT START-UP ON THE RUN DATE ARE COUNTED
      * FOR THE TILL REPORT. A CANCELLED TICKET NEVER REACHED THE
      * SALES LOG, SO WHAT WAS HANDED BACK DOES NOT TOUCH EXPECTED
      * CASH; IT IS SHOWN SO THE DRAWER COUNT CAN BE EXPLAINED.
       0174-LOAD-TICKET-RECOVERIES.
           OPEN INPUT TICKETRECOVFILE
           IF WS-TKR-FILE-STATUS-OK
               READ TICKETRECOVFILE INTO WS-TKR-RECOVERY-LINE
                   AT END SET TKR-EOF TO TRUE
               END-READ
               PERFORM 0175-COUNT-ONE-RECOVERY UNTIL TKR-EOF
               CLOSE TICKETRECOVFILE
           END-IF.
       0174-END.

       0175-COUNT-ONE-RECOVERY.
           IF TKR-DATE IS EQUAL TO WS-TILL-RUN-DATE AND
               (TKR-STORE-CODE IS EQUAL TO WS-STORE-CODE OR
                   (TKR-STORE-CODE-MAIN AND WS-STORE-CODE-MAIN))
               IF TKR-RESUMED
                   ADD 1 TO WS-TKR-RESUMED-COUNT
               END-IF
               IF TKR-CANCELLED
                   ADD 1 TO WS-TKR-CANCELLED-COUNT
                   ADD TKR-TICKET-TOTAL TO WS-TKR-CANCELLED-VALUE
                   ADD TKR-MONEY-RETURNED TO WS-TKR-RETURNED-TOTAL
               END-IF
           END-IF
           READ TICKETRECOVFILE INTO WS-TKR-RECOVERY-LINE
               AT END SET TKR-EOF TO TRUE
           END-READ.
       0175-END.

      * A SOLD ENCLOSURE QUOTE IS A KIT OF STOCKED COMPONENTS
      * LISTED ON THE QUOTE KIT FILE WHEN THE QUOTE WAS PRICED.
      * EACH COMPONENT IS RELIEVED FROM ON-HAND WHEN THE LINE IS
      * POSTED (MOVE TYPE S) AND PUT BACK IF THE TICKET IS
      * CANCELLED (MOVE TYPE R); THE CALLER SETS THE MOVE TYPE AND
      * REFERENCE. A QUOTE WITH NO KIT RECORDS MOVES NO STOCK.
       0176-POST-QUOTE-KIT.
           MOVE WS-TKJ-LINE-QUOTE (I) TO WS-KIT-QUOTE-NUMBER.
           MOVE ZEROES TO WS-KIT-COMPONENT-COUNT.
           OPEN INPUT QUOTEKITFILE.
           IF WS-QUOTEKIT-STATUS-OK
               READ QUOTEKITFILE
                   AT END SET QUOTE-KIT-EOF TO TRUE
               END-READ
               PERFORM 0177-POST-ONE-COMPONENT
                   UNTIL QUOTE-KIT-EOF
               CLOSE QUOTEKITFILE
           END-IF.
           IF WS-KIT-COMPONENT-COUNT IS GREATER THAN ZEROES
               DISPLAY "Quote ", WS-KIT-QUOTE-NUMBER, ": ",
                   WS-KIT-COMPONENT-COUNT, " kit components ",
                   "updated on hand."
           END-IF.
       0176-END.

       0177-POST-ONE-COMPONENT.
           IF QK-QUOTE-NUMBER IS EQUAL TO WS-KIT-QUOTE-NUMBER
               COMPUTE WS-KIT-LINE-QTY =
                   QK-QUANTITY * ITEM-QUANTITY (I)
               MOVE QK-ITEM-CODE TO MASTER-ITEM-CODE
               READ ITEMMASTER
                   INVALID KEY
                       DISPLAY "Kit item ", QK-ITEM-CODE,
                           " not on file; on hand not updated."
                   NOT INVALID KEY
                       IF WS-STK-MOVE-TYPE IS EQUAL TO "R"
                           PERFORM 0179-RESTOCK-KIT-COMPONENT
                       ELSE
                           PERFORM 0178-RELIEVE-KIT-COMPONENT
                       END-IF
                       ADD 1 TO WS-KIT-COMPONENT-COUNT
               END-READ
           END-IF.
           READ QUOTEKITFILE
               AT END SET QUOTE-KIT-EOF TO TRUE
           END-READ.
       0177-END.

       0178-RELIEVE-KIT-COMPONENT.
           MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE.
           MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND.
           MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST.
           IF WS-KIT-LINE-QTY IS GREATER THAN MASTER-ON-HAND
               MOVE ZEROES TO MASTER-ON-HAND
           ELSE
               SUBTRACT WS-KIT-LINE-QTY FROM MASTER-ON-HAND
           END-IF.
           IF WS-STORE-CODE-SECOND
               PERFORM 0143-COMPUTE-STORE-ON-HAND
               IF WS-KIT-LINE-QTY IS GREATER THAN
                   MASTER-STORE-02-ON-HAND
                   MOVE ZEROES TO MASTER-STORE-02-ON-HAND
               ELSE
                   SUBTRACT WS-KIT-LINE-QTY
                       FROM MASTER-STORE-02-ON-HAND
               END-IF
           END-IF.
           REWRITE ITEMMASTER-RECORD.
           PERFORM 0091-JOURNAL-ITEM-CHANGE.
           PERFORM 0125-WRITE-STOCK-LEDGER.
           IF MASTER-DATED
               PERFORM 0126-RELIEVE-DATED-LOTS
           END-IF.
       0178-END.

       0179-RESTOCK-KIT-COMPONENT.
           MOVE ITEMMASTER-RECORD TO WS-JRN-OLD-IMAGE.
           MOVE MASTER-ON-HAND TO WS-STK-OLD-ON-HAND.
           MOVE MASTER-UNIT-COST TO WS-STK-OLD-COST.
           ADD WS-KIT-LINE-QTY TO MASTER-ON-HAND.
           IF WS-STORE-CODE-SECOND
               PERFORM 0143-COMPUTE-STORE-ON-HAND
               ADD WS-KIT-LINE-QTY TO MASTER-STORE-02-ON-HAND
           END-IF.
           REWRITE ITEMMASTER-RECORD.
           PERFORM 0091-JOURNAL-ITEM-CHANGE.
           PERFORM 0125-WRITE-STOCK-LEDGER.
           IF MASTER-DATED
               PERFORM 0131-RESTOCK-DATED-LOT
           END-IF.
       0179-END.

       END PROGRAM PETSTORE.
