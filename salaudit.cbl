       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALAUDIT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * SALARY CHANGE APPROVAL AUDIT REPORT          *
      * LISTS EVERY ITEM EMPEDIT HAS EVER HELD ON    *
      * SALAPPR.DAT FOR A SUPERVISOR'S APPROVAL, IN  *
      * THE ORDER IT WAS HELD: THE EMPLOYEE, THE PAY *
      * IT REPLACED AND THE NEW PAY, WHY IT WAS      *
      * HELD, WHO KEYED IT, WHO APPROVED OR REJECTED *
      * IT AND WHEN, AND WHEN EMPLOYEES APPLIED IT.  *
      * ENDS WITH A COUNT OF ITEMS IN EACH STATUS SO *
      * ANYTHING STILL WAITING IS EASY TO SEE.       *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALAPPRFILE ASSIGN "salappr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SALAPPR-STATUS.

           SELECT AUDITREPORTFILE ASSIGN "salary_approval_audit.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SALAPPRFILE.
       COPY SALAPPRREC.

       FD  AUDITREPORTFILE.
       01  AUDIT-REPORT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-SALAPPR-STATUS==.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZEROES.
           05  WS-ITEM-COUNT        PIC 9(5) VALUE ZEROES.
           05  WS-PENDING-COUNT     PIC 9(5) VALUE ZEROES.
           05  WS-APPROVED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-REJECTED-COUNT    PIC 9(5) VALUE ZEROES.
           05  WS-APPLIED-COUNT     PIC 9(5) VALUE ZEROES.

       01  WS-AUDIT-HEADING-1.
           05  FILLER             PIC X(50) VALUE
               "ACME CORPORATION - SALARY CHANGE APPROVAL AUDIT".
           05  WS-AH1-DATE        PIC 9(8).

       01  WS-AUDIT-HEADING-2.
           05  FILLER             PIC X(50) VALUE
               "PAY CHANGES HELD FOR SUPERVISOR APPROVAL".

       01  WS-AUDIT-COLUMN-HEADINGS.
           05  FILLER             PIC X(10) VALUE "HELD".
           05  FILLER             PIC X(8)  VALUE "EMP ID".
           05  FILLER             PIC X(21) VALUE "NAME".
           05  FILLER             PIC X(2)  VALUE "AC".
           05  FILLER             PIC X(13) VALUE " OLD SALARY".
           05  FILLER             PIC X(13) VALUE " NEW SALARY".
           05  FILLER             PIC X(17) VALUE "HELD FOR".
           05  FILLER             PIC X(10) VALUE "KEYED BY".
           05  FILLER             PIC X(10) VALUE "STATUS".
           05  FILLER             PIC X(10) VALUE "REVIEWER".
           05  FILLER             PIC X(9)  VALUE "REVIEWED".
           05  FILLER             PIC X(8)  VALUE "APPLIED".

       01  WS-AUDIT-DETAIL-LINE.
           05  WS-ADL-HELD-DATE   PIC 9(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ADL-EMPLOYEEID  PIC 9(7).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ADL-NAME        PIC X(20).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ADL-ACTION      PIC X(1).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ADL-OLD-SALARY  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ADL-NEW-SALARY  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ADL-REASON      PIC X(16).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ADL-KEYED-BY    PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ADL-STATUS      PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ADL-REVIEWED-BY PIC X(8).
           05  FILLER             PIC X(2)  VALUE SPACES.
           05  WS-ADL-REVIEWED    PIC X(8).
           05  FILLER             PIC X(1)  VALUE SPACES.
           05  WS-ADL-APPLIED     PIC X(8).

       01  WS-AUDIT-COUNT-LINE.
           05  WS-ACL-LABEL       PIC X(30).
           COPY QTYFLD REPLACING ==:NAME:== BY ==WS-ACL-COUNT==
               ==:WIDTH:== BY ==ZZ,ZZ9==.

       PROCEDURE DIVISION.

       0001-RUN-APPROVAL-AUDIT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT AUDITREPORTFILE
           MOVE WS-RUN-DATE TO WS-AH1-DATE
           MOVE WS-AUDIT-HEADING-1 TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-AUDIT-HEADING-2 TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE WS-AUDIT-COLUMN-HEADINGS TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           OPEN INPUT SALAPPRFILE
           IF WS-SALAPPR-STATUS-OK
               READ SALAPPRFILE
                   AT END SET SALARY-APPROVAL-EOF TO TRUE
               END-READ
               PERFORM 0002-PRINT-ONE-ITEM UNTIL SALARY-APPROVAL-EOF
               CLOSE SALAPPRFILE
           ELSE
               MOVE "NO PAY CHANGES HAVE BEEN HELD FOR APPROVAL"
                   TO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF
           PERFORM 0003-PRINT-TOTALS
           CLOSE AUDITREPORTFILE
           DISPLAY "SALAUDIT - ITEMS LISTED: ", WS-ITEM-COUNT,
               " STILL PENDING: ", WS-PENDING-COUNT
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-PRINT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           MOVE SA-HELD-DATE TO WS-ADL-HELD-DATE
           MOVE SA-EMPLOYEEID TO WS-ADL-EMPLOYEEID
           MOVE SA-EMPLOYEENAME TO WS-ADL-NAME
           MOVE SA-ACTION-CODE TO WS-ADL-ACTION
           MOVE SA-OLD-SALARY TO WS-ADL-OLD-SALARY
           MOVE SA-NEW-SALARY TO WS-ADL-NEW-SALARY
           MOVE SA-HOLD-REASON TO WS-ADL-REASON
           MOVE SA-KEYED-BY TO WS-ADL-KEYED-BY
           MOVE SA-REVIEWED-BY TO WS-ADL-REVIEWED-BY
           MOVE SPACES TO WS-ADL-REVIEWED
           MOVE SPACES TO WS-ADL-APPLIED
           IF SA-REVIEWED-DATE IS GREATER THAN ZEROES
               MOVE SA-REVIEWED-DATE TO WS-ADL-REVIEWED
           END-IF
           IF SA-APPLIED-DATE IS GREATER THAN ZEROES
               MOVE SA-APPLIED-DATE TO WS-ADL-APPLIED
           END-IF
           IF SA-STATUS-PENDING
               MOVE "PENDING" TO WS-ADL-STATUS
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               IF SA-STATUS-APPROVED
                   MOVE "APPROVED" TO WS-ADL-STATUS
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   IF SA-STATUS-REJECTED
                       MOVE "REJECTED" TO WS-ADL-STATUS
                       ADD 1 TO WS-REJECTED-COUNT
                   ELSE
                       MOVE "APPLIED" TO WS-ADL-STATUS
                       ADD 1 TO WS-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           READ SALAPPRFILE
               AT END SET SALARY-APPROVAL-EOF TO TRUE
           END-READ.
       0002-END.

       0003-PRINT-TOTALS.
           MOVE SPACES TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "ITEMS HELD FOR APPROVAL:" TO WS-ACL-LABEL
           MOVE WS-ITEM-COUNT TO WS-ACL-COUNT
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "  STILL PENDING:" TO WS-ACL-LABEL
           MOVE WS-PENDING-COUNT TO WS-ACL-COUNT
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "  APPROVED, NOT YET APPLIED:" TO WS-ACL-LABEL
           MOVE WS-APPROVED-COUNT TO WS-ACL-COUNT
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "  APPROVED AND APPLIED:" TO WS-ACL-LABEL
           MOVE WS-APPLIED-COUNT TO WS-ACL-COUNT
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE
           MOVE "  REJECTED:" TO WS-ACL-LABEL
           MOVE WS-REJECTED-COUNT TO WS-ACL-COUNT
           MOVE WS-AUDIT-COUNT-LINE TO AUDIT-REPORT-LINE
           WRITE AUDIT-REPORT-LINE.
       0003-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM SALAUDIT.
