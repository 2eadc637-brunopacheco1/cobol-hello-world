       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPTBOOK.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * GROOMING AND SERVICES APPOINTMENT BOOK       *
      * BOOKS GROOMING, BATHS, NAIL TRIMS AND OTHER  *
      * SERVICES ONTO APPOINTMENTS.DAT BY DATE, HALF *
      * HOUR TIME SLOT AND GROOMER (THE GROOMER'S    *
      * OPERATOR ID), FOR A LOYALTY CUSTOMER OR A    *
      * WALK-IN NAME AND THEIR PET, AT A PRICE       *
      * AGREED WHEN BOOKING. THE GROOMER MARKS THE   *
      * APPOINTMENT COMPLETED WHEN THE WORK IS DONE, *
      * AND THE REGISTER THEN RINGS IT UP AT THE     *
      * BOOKED PRICE AND MARKS IT PAID. A BOOKING    *
      * CAN ALSO BE CANCELLED OR MARKED AS A         *
      * NO-SHOW, AND A DAY'S BOOKINGS CAN BE LISTED. *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENTFILE ASSIGN "appointments.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-KEY
               ALTERNATE RECORD KEY IS AP-NUMBER
               FILE STATUS IS WS-APPT-STATUS.

           SELECT APPTCTLFILE ASSIGN "apptctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPTCTL-STATUS.

           SELECT OPERATORFILE ASSIGN "operators.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT CUSTOMERFILE ASSIGN "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-NUMBER
               FILE STATUS IS WS-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENTFILE.
       COPY APPTREC.

       FD  APPTCTLFILE.
       01  APPT-CONTROL-RECORD.
           05  AC-LAST-NUMBER        PIC 9(6).

       FD  OPERATORFILE.
       01  OPERATOR-RECORD.
           88  OPERATOR-EOF          VALUE HIGH-VALUES.
           05  OPR-ID                PIC X(8).
           05  OPR-NAME              PIC X(20).
           05  OPR-CUSTOMER-NUMBER   PIC 9(7).

       FD  CUSTOMERFILE.
       01  CUSTOMER-RECORD.
           05  CU-NUMBER             PIC 9(7).
           05  CU-NAME               PIC X(20).
           05  CU-POINTS             PIC 9(7).
           05  CU-JOIN-DATE          PIC 9(8).
           05  CU-STATUS             PIC X(1).
               88  CU-INACTIVE           VALUE 'I'.
           05  CU-LAST-ACTIVITY-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-APPT-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-APPTCTL-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-OPERATOR-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CUSTOMER-STATUS==.
           05  APPT-MODE            PIC X VALUE SPACE.
               88  MODE-BOOK           VALUE "B".
               88  MODE-COMPLETE       VALUE "C".
               88  MODE-NO-SHOW        VALUE "N".
               88  MODE-CANCEL         VALUE "X".
               88  MODE-LIST           VALUE "L".
               88  MODE-QUIT           VALUE "Q".
           05  WS-TODAY             PIC 9(8) VALUE ZEROES.
           05  WS-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  WS-ASKED-DATE        PIC 9(8) VALUE ZEROES.
           05  WS-ASKED-GROOMER     PIC X(8) VALUE SPACES.
           05  WS-ASKED-NUMBER      PIC 9(6) VALUE ZEROES.
           05  WS-ASKED-CUSTOMER    PIC 9(7) VALUE ZEROES.
           05  WS-GROOMER-NAME      PIC X(20) VALUE SPACES.
           05  WS-GROOMER-FOUND-SW  PIC X VALUE "N".
               88  WS-GROOMER-FOUND    VALUE "Y".
           05  WS-SLOT-FREE-SW      PIC X VALUE "N".
               88  WS-SLOT-FREE        VALUE "Y".
           05  WS-SLOT-REBOOK-SW    PIC X VALUE "N".
               88  WS-SLOT-REBOOK      VALUE "Y".
           05  WS-LISTING-SW        PIC X VALUE "N".
               88  WS-LISTING          VALUE "Y".
           05  WS-TAXABLE-ANSWER    PIC X VALUE SPACE.
               88  WS-SERVICE-TAX-EXEMPT VALUE "N".
           05  WS-NEXT-NUMBER       PIC 9(6) VALUE ZEROES.
           05  WS-LIST-COUNT        PIC 9(3) VALUE ZEROES.
           05  WS-FIRST-SLOT        PIC 9(4) VALUE 0800.
           05  WS-LAST-SLOT         PIC 9(4) VALUE 1730.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-SHOW-PRICE==
               ==:WIDTH:== BY ==$$$9.99==.

       01  WS-ASKED-SLOT.
           05  WS-SLOT-HOUR         PIC 9(2).
           05  WS-SLOT-MINUTE       PIC 9(2).
       01  WS-ASKED-SLOT-NUM REDEFINES WS-ASKED-SLOT PIC 9(4).

       01  WS-SESSION-COUNTS.
           05  WS-BOOKED-COUNT      PIC 9(5) VALUE ZEROES.
           05  WS-COMPLETED-COUNT   PIC 9(5) VALUE ZEROES.
           05  WS-NO-SHOW-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-CANCELLED-COUNT   PIC 9(5) VALUE ZEROES.

       COPY SIGNONAREA.

       PROCEDURE DIVISION.

       0001-RUN-APPOINTMENT-BOOK.
           MOVE "1" TO SGN-REQUIRED-AUTHORITY
           CALL "SIGNON" USING SIGNON-AREA
           IF SGN-REFUSED
               DISPLAY "APPTBOOK - SIGN-ON REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           IF SGN-NO-SECURITY-FILE
               DISPLAY "Enter your name"
               ACCEPT WS-OPERATOR-ID
           ELSE
               MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           OPEN I-O APPOINTMENTFILE
           IF NOT WS-APPT-STATUS-OK
               OPEN OUTPUT APPOINTMENTFILE
               IF WS-APPT-STATUS-OK
                   CLOSE APPOINTMENTFILE
                   OPEN I-O APPOINTMENTFILE
               END-IF
           END-IF
           IF NOT WS-APPT-STATUS-OK
               DISPLAY "APPTBOOK ABEND - APPOINTMENT FILE WILL NOT "
                   "OPEN"
               DISPLAY "FILE STATUS CODE: ", WS-APPT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           END-IF
           PERFORM 0002-ASK-ONE-MODE
           PERFORM 0002-ASK-ONE-MODE UNTIL MODE-QUIT
           CLOSE APPOINTMENTFILE
           DISPLAY "APPTBOOK - BOOKED: ", WS-BOOKED-COUNT,
               " COMPLETED: ", WS-COMPLETED-COUNT,
               " NO-SHOWS: ", WS-NO-SHOW-COUNT,
               " CANCELLED: ", WS-CANCELLED-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-ASK-ONE-MODE.
           DISPLAY "Mode: (B)ook, mark (C)ompleted, mark (N)o-show, "
               "cancel (X), (L)ist a day, (Q)uit"
           ACCEPT APPT-MODE
           IF MODE-BOOK
               PERFORM 0003-BOOK-APPOINTMENT THRU 0003-EXIT
           ELSE
           IF MODE-COMPLETE OR MODE-NO-SHOW OR MODE-CANCEL
               PERFORM 0006-CHANGE-STATUS THRU 0006-EXIT
           ELSE
           IF MODE-LIST
               PERFORM 0008-LIST-ONE-DAY
           ELSE
               IF NOT MODE-QUIT
                   DISPLAY "Enter B, C, N, X, L or Q."
               END-IF
           END-IF
           END-IF
           END-IF.
       0002-END.

      * SLOTS ARE ON THE HOUR OR HALF HOUR WITHIN STORE HOURS. A
      * GROOMER HAS ONE BOOKING PER SLOT; A SLOT WHOSE BOOKING WAS
      * CANCELLED CAN BE BOOKED AGAIN, THE NEW BOOKING REPLACING
      * THE CANCELLED ONE.
       0003-BOOK-APPOINTMENT.
           DISPLAY "Appointment date (YYYYMMDD, 0 for today):"
           ACCEPT WS-ASKED-DATE
           IF WS-ASKED-DATE IS EQUAL TO ZEROES
               MOVE WS-TODAY TO WS-ASKED-DATE
           END-IF
           IF WS-ASKED-DATE IS LESS THAN WS-TODAY
               DISPLAY "Appointments cannot be booked in the past."
               GO TO 0003-EXIT
           END-IF
           DISPLAY "Time slot (HHMM, on the hour or half hour):"
           ACCEPT WS-ASKED-SLOT
           IF WS-ASKED-SLOT IS NOT NUMERIC OR
               WS-ASKED-SLOT-NUM IS LESS THAN WS-FIRST-SLOT OR
               WS-ASKED-SLOT-NUM IS GREATER THAN WS-LAST-SLOT OR
               (WS-SLOT-MINUTE IS NOT EQUAL TO 00 AND
                WS-SLOT-MINUTE IS NOT EQUAL TO 30)
               DISPLAY "Slots run on the half hour from ",
                   WS-FIRST-SLOT, " to ", WS-LAST-SLOT, "."
               GO TO 0003-EXIT
           END-IF
           DISPLAY "Groomer (operator ID):"
           ACCEPT WS-ASKED-GROOMER
           PERFORM 0004-VALIDATE-GROOMER
           IF NOT WS-GROOMER-FOUND
               DISPLAY "Groomer ", WS-ASKED-GROOMER,
                   " is not on the operator file."
               GO TO 0003-EXIT
           END-IF
           MOVE "Y" TO WS-SLOT-FREE-SW
           MOVE "N" TO WS-SLOT-REBOOK-SW
           MOVE WS-ASKED-DATE TO AP-DATE
           MOVE WS-ASKED-SLOT-NUM TO AP-SLOT
           MOVE WS-ASKED-GROOMER TO AP-GROOMER
           READ APPOINTMENTFILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AP-STATUS-CANCELLED
                       MOVE "Y" TO WS-SLOT-REBOOK-SW
                   ELSE
                       MOVE "N" TO WS-SLOT-FREE-SW
                   END-IF
           END-READ
           IF NOT WS-SLOT-FREE
               DISPLAY WS-GROOMER-NAME, " is already booked at ",
                   WS-ASKED-SLOT, " with ", AP-CONTACT-NAME,
                   " (appointment ", AP-NUMBER, ")."
               GO TO 0003-EXIT
           END-IF
           MOVE SPACES TO APPOINTMENT-RECORD
           MOVE WS-ASKED-DATE TO AP-DATE
           MOVE WS-ASKED-SLOT-NUM TO AP-SLOT
           MOVE WS-ASKED-GROOMER TO AP-GROOMER
           DISPLAY "Customer number (0 for a walk-in):"
           ACCEPT WS-ASKED-CUSTOMER
           MOVE WS-ASKED-CUSTOMER TO AP-CUSTOMER
           IF WS-ASKED-CUSTOMER IS GREATER THAN ZEROES
               PERFORM 0005-LOOK-UP-CUSTOMER
               IF AP-CONTACT-NAME IS EQUAL TO SPACES
                   DISPLAY "Customer ", WS-ASKED-CUSTOMER,
                       " is not on file."
                   GO TO 0003-EXIT
               END-IF
               DISPLAY "Booking for ", AP-CONTACT-NAME
           ELSE
               DISPLAY "Customer name:"
               ACCEPT AP-CONTACT-NAME
           END-IF
           DISPLAY "Pet's name:"
           ACCEPT AP-PET-NAME
           DISPLAY "Kind of pet (species and breed):"
           ACCEPT AP-PET-KIND
           DISPLAY "Service (full groom, bath, nail trim...):"
           ACCEPT AP-SERVICE
           IF AP-SERVICE IS EQUAL TO SPACES
               DISPLAY "Service may not be blank."
               GO TO 0003-EXIT
           END-IF
           DISPLAY "Agreed price:"
           ACCEPT AP-PRICE
           IF AP-PRICE IS EQUAL TO ZEROES
               DISPLAY "A booked service needs a price."
               GO TO 0003-EXIT
           END-IF
           DISPLAY "Is the service taxable? Y/N"
           ACCEPT WS-TAXABLE-ANSWER
           IF WS-SERVICE-TAX-EXEMPT
               SET AP-TAX-EXEMPT TO TRUE
           ELSE
               MOVE SPACE TO AP-TAXABLE-SW
           END-IF
           DISPLAY "Note for the groomer:"
           ACCEPT AP-NOTE
           PERFORM 0007-ASSIGN-APPOINTMENT-NUMBER
           MOVE WS-NEXT-NUMBER TO AP-NUMBER
           SET AP-STATUS-BOOKED TO TRUE
           MOVE WS-TODAY TO AP-BOOKED-DATE
           MOVE WS-OPERATOR-ID TO AP-BOOKED-BY
           MOVE WS-TODAY TO AP-STATUS-DATE
           MOVE WS-OPERATOR-ID TO AP-STATUS-BY
           MOVE ZEROES TO AP-RECEIPT-NUMBER
           IF WS-SLOT-REBOOK
               REWRITE APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY "APPTBOOK - SLOT COULD NOT BE REBOOKED"
                       GO TO 0003-EXIT
               END-REWRITE
           ELSE
               WRITE APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY "APPTBOOK - APPOINTMENT COULD NOT BE "
                           "ADDED"
                       GO TO 0003-EXIT
               END-WRITE
           END-IF
           ADD 1 TO WS-BOOKED-COUNT
           MOVE AP-PRICE TO WS-SHOW-PRICE
           DISPLAY "Appointment ", AP-NUMBER, " booked: ",
               AP-DATE, " ", WS-ASKED-SLOT, " with ",
               WS-GROOMER-NAME, " at ", WS-SHOW-PRICE.
       0003-EXIT.
           EXIT.
       0003-END.

       0004-VALIDATE-GROOMER.
           MOVE "N" TO WS-GROOMER-FOUND-SW
           MOVE WS-ASKED-GROOMER TO WS-GROOMER-NAME
           OPEN INPUT OPERATORFILE
           IF NOT WS-OPERATOR-FILE-STATUS-OK
               DISPLAY "Operator file not available; groomer "
                   "accepted unchecked."
               MOVE "Y" TO WS-GROOMER-FOUND-SW
           ELSE
               READ OPERATORFILE
                   AT END SET OPERATOR-EOF TO TRUE
               END-READ
               PERFORM 0009-MATCH-ONE-OPERATOR UNTIL OPERATOR-EOF
               CLOSE OPERATORFILE
           END-IF.
       0004-END.

       0005-LOOK-UP-CUSTOMER.
           MOVE SPACES TO AP-CONTACT-NAME
           OPEN INPUT CUSTOMERFILE
           IF NOT WS-CUSTOMER-STATUS-OK
               DISPLAY "Customer file not available; enter the "
                   "customer's name:"
               ACCEPT AP-CONTACT-NAME
           ELSE
               MOVE WS-ASKED-CUSTOMER TO CU-NUMBER
               READ CUSTOMERFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-NAME TO AP-CONTACT-NAME
               END-READ
               CLOSE CUSTOMERFILE
           END-IF.
       0005-END.

      * THE GROOMER MARKS A BOOKING COMPLETED ONCE THE WORK IS
      * DONE, WHICH IS WHAT LETS THE REGISTER RING IT UP. A
      * BOOKING CAN BE MARKED A NO-SHOW ON OR AFTER ITS DAY AND
      * CANCELLED ANY TIME BEFORE IT IS COMPLETED.
       0006-CHANGE-STATUS.
           DISPLAY "Appointment number:"
           ACCEPT WS-ASKED-NUMBER
           MOVE WS-ASKED-NUMBER TO AP-NUMBER
           READ APPOINTMENTFILE KEY IS AP-NUMBER
               INVALID KEY
                   DISPLAY "Appointment ", WS-ASKED-NUMBER,
                       " is not on file."
                   GO TO 0006-EXIT
           END-READ
           IF NOT AP-STATUS-BOOKED
               DISPLAY "Appointment ", AP-NUMBER, " is status ",
                   AP-STATUS, " since ", AP-STATUS-DATE,
                   "; only a booked appointment can change."
               GO TO 0006-EXIT
           END-IF
           IF (MODE-COMPLETE OR MODE-NO-SHOW) AND
               AP-DATE IS GREATER THAN WS-TODAY
               DISPLAY "Appointment ", AP-NUMBER, " is not until ",
                   AP-DATE, "."
               GO TO 0006-EXIT
           END-IF
           MOVE AP-PRICE TO WS-SHOW-PRICE
           DISPLAY AP-DATE, " ", AP-SLOT, " ", AP-GROOMER, " ",
               AP-CONTACT-NAME, " ", AP-PET-NAME, " ", AP-SERVICE,
               " ", WS-SHOW-PRICE
           IF MODE-COMPLETE
               SET AP-STATUS-COMPLETED TO TRUE
               ADD 1 TO WS-COMPLETED-COUNT
           END-IF
           IF MODE-NO-SHOW
               SET AP-STATUS-NO-SHOW TO TRUE
               ADD 1 TO WS-NO-SHOW-COUNT
           END-IF
           IF MODE-CANCEL
               DISPLAY "Reason for cancelling:"
               ACCEPT AP-NOTE
               SET AP-STATUS-CANCELLED TO TRUE
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF
           MOVE WS-TODAY TO AP-STATUS-DATE
           MOVE WS-OPERATOR-ID TO AP-STATUS-BY
           REWRITE APPOINTMENT-RECORD
               INVALID KEY
                   DISPLAY "APPTBOOK - APPOINTMENT ", AP-NUMBER,
                       " COULD NOT BE REWRITTEN"
                   GO TO 0006-EXIT
           END-REWRITE
           DISPLAY "Appointment ", AP-NUMBER, " is now status ",
               AP-STATUS, ".".
       0006-EXIT.
           EXIT.
       0006-END.

       0007-ASSIGN-APPOINTMENT-NUMBER.
           MOVE ZEROES TO WS-NEXT-NUMBER
           OPEN INPUT APPTCTLFILE
           IF WS-APPTCTL-STATUS-OK
               READ APPTCTLFILE
                   AT END CONTINUE
               END-READ
               IF WS-APPTCTL-STATUS-OK
                   MOVE AC-LAST-NUMBER TO WS-NEXT-NUMBER
               END-IF
               CLOSE APPTCTLFILE
           END-IF
           ADD 1 TO WS-NEXT-NUMBER
           OPEN OUTPUT APPTCTLFILE
           MOVE WS-NEXT-NUMBER TO AC-LAST-NUMBER
           WRITE APPT-CONTROL-RECORD
           CLOSE APPTCTLFILE.
       0007-END.

       0008-LIST-ONE-DAY.
           DISPLAY "Date to list (YYYYMMDD, 0 for today):"
           ACCEPT WS-ASKED-DATE
           IF WS-ASKED-DATE IS EQUAL TO ZEROES
               MOVE WS-TODAY TO WS-ASKED-DATE
           END-IF
           MOVE ZEROES TO WS-LIST-COUNT
           MOVE "Y" TO WS-LISTING-SW
           MOVE WS-ASKED-DATE TO AP-DATE
           MOVE ZEROES TO AP-SLOT
           MOVE SPACES TO AP-GROOMER
           START APPOINTMENTFILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY
                   MOVE "N" TO WS-LISTING-SW
           END-START
           IF WS-LISTING
               PERFORM 0010-READ-NEXT-OF-DAY
           END-IF
           PERFORM 0011-SHOW-ONE-APPOINTMENT UNTIL NOT WS-LISTING
           DISPLAY WS-LIST-COUNT, " appointment(s) on ",
               WS-ASKED-DATE.
       0008-END.

       0009-MATCH-ONE-OPERATOR.
           IF OPR-ID IS EQUAL TO WS-ASKED-GROOMER
               MOVE "Y" TO WS-GROOMER-FOUND-SW
               MOVE OPR-NAME TO WS-GROOMER-NAME
           END-IF
           READ OPERATORFILE
               AT END SET OPERATOR-EOF TO TRUE
           END-READ.
       0009-END.

       0010-READ-NEXT-OF-DAY.
           READ APPOINTMENTFILE NEXT RECORD
               AT END
                   MOVE "N" TO WS-LISTING-SW
           END-READ
           IF WS-LISTING AND AP-DATE IS NOT EQUAL TO WS-ASKED-DATE
               MOVE "N" TO WS-LISTING-SW
           END-IF.
       0010-END.

       0011-SHOW-ONE-APPOINTMENT.
           ADD 1 TO WS-LIST-COUNT
           MOVE AP-PRICE TO WS-SHOW-PRICE
           DISPLAY AP-SLOT, " ", AP-GROOMER, " ", AP-NUMBER, " ",
               AP-STATUS, " ", AP-CONTACT-NAME, " ", AP-PET-NAME,
               " ", AP-SERVICE, " ", WS-SHOW-PRICE
           PERFORM 0010-READ-NEXT-OF-DAY.
       0011-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM APPTBOOK.
