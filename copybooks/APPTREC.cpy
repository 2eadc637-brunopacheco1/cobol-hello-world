      *****************************************************
      * APPTREC - SHARED GROOMING AND SERVICES APPOINTMENT *
      * ONE RECORD ON APPOINTMENTS.DAT PER BOOKING, KEYED  *
      * BY DATE, TIME SLOT AND GROOMER (THE GROOMER'S      *
      * OPERATOR ID) SO A GROOMER CANNOT BE BOOKED TWICE   *
      * IN ONE SLOT AND A DAY READS BACK IN TIME ORDER.    *
      * THE APPOINTMENT NUMBER IS AN ALTERNATE KEY FOR THE *
      * REGISTER. APPTBOOK BOOKS, COMPLETES, CANCELS AND   *
      * MARKS NO-SHOWS; PETSTORE RINGS UP A COMPLETED      *
      * APPOINTMENT AT THE BOOKED PRICE AND MARKS IT PAID; *
      * APPTRPT PRINTS THE DAY SHEET AND NO-SHOW REPORT.   *
      *****************************************************
       01  APPOINTMENT-RECORD.
           88  APPOINTMENT-EOF           VALUE HIGH-VALUES.
           02  AP-KEY.
               05  AP-DATE               PIC 9(8).
               05  AP-SLOT               PIC 9(4).
               05  AP-GROOMER            PIC X(8).
           02  AP-NUMBER                 PIC 9(6).
           02  AP-CUSTOMER               PIC 9(7).
           02  AP-CONTACT-NAME           PIC X(20).
           02  AP-PET-NAME               PIC X(15).
           02  AP-PET-KIND               PIC X(15).
           02  AP-SERVICE                PIC X(20).
           02  AP-PRICE                  PIC 999V99.
           02  AP-TAXABLE-SW             PIC X(1).
               88  AP-TAX-EXEMPT             VALUE "E".
           02  AP-STATUS                 PIC X(1).
               88  AP-STATUS-BOOKED          VALUE "B".
               88  AP-STATUS-COMPLETED       VALUE "C".
               88  AP-STATUS-PAID            VALUE "P".
               88  AP-STATUS-NO-SHOW         VALUE "N".
               88  AP-STATUS-CANCELLED       VALUE "X".
           02  AP-BOOKED-DATE            PIC 9(8).
           02  AP-BOOKED-BY              PIC X(8).
           02  AP-STATUS-DATE            PIC 9(8).
           02  AP-STATUS-BY              PIC X(8).
           02  AP-RECEIPT-NUMBER         PIC 9(6).
           02  AP-NOTE                   PIC X(30).
           02  FILLER                    PIC X(10).
