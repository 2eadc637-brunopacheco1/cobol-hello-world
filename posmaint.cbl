       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSMAINT.
       AUTHOR. BRUNO PACHECO.
      ************************************************
      * POSITION REFERENCE AND ASSIGNMENT            *
      * MAINTENANCE                                  *
      * CONSOLE ADD / CHANGE / INACTIVATE OF         *
      * POSITION.DAT ENTRIES (TITLE, PAY GRADE AND   *
      * THE GRADE'S MINIMUM / MIDPOINT / MAXIMUM)    *
      * AND EMPLOYEE POSITION ASSIGNMENTS ON         *
      * POSASSIGN.DAT, VALIDATED AGAINST THE         *
      * EMPLOYEE MASTER AND THE POSITION TABLE,      *
      * WITH A PRINTED BEFORE/AFTER AUDIT LISTING    *
      * AND A CHANGE-LOG FILE STAMPED LIKE           *
      * DEPTMAINT'S. BOTH FILES ARE LOADED AT START  *
      * AND REWRITTEN IN FULL AT QUIT, ASSIGNMENTS   *
      * KEPT IN EMPLOYEE ORDER FOR THE MERGE IN THE  *
      * COMPA-RATIO REPORT.                          *
      ************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITIONFILE ASSIGN TO "position.dat"
            FILE STATUS IS WS-POSITION-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT POSASSIGNFILE ASSIGN TO "posassign.dat"
            FILE STATUS IS WS-POSASSIGN-FILE-STATUS
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEEFILE ASSIGN TO "employees.dat"
            FILE STATUS IS WS-MASTER-FILE-STATUS
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS EMPLOYEEID
            ALTERNATE RECORD KEY IS LASTNAME
                WITH DUPLICATES.

           SELECT AUDITLISTFILE ASSIGN "pos_maint_audit.lpt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CHANGELOGFILE ASSIGN "poschange.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POSITIONFILE.
       01  POSITIONDETAILS.
           88 POSITION-ENDOFFILE   VALUE HIGH-VALUES.
           02 POS-CODE             PIC X(6).
           02 POS-TITLE            PIC X(20).
           02 POS-GRADE            PIC X(2).
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 POS-GRADE-MIN==.
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 POS-GRADE-MID==.
           COPY SALARYFLD REPLACING ==:FIELD:== BY ==02 POS-GRADE-MAX==.
           02 POS-STATUS           PIC X(1).
              88 POS-INACTIVE         VALUE "I".

       FD  POSASSIGNFILE.
       01  POSASSIGNDETAILS.
           88 POSASSIGN-ENDOFFILE  VALUE HIGH-VALUES.
           02 PA-EMPLOYEEID        PIC 9(7).
           02 PA-POSITION-CODE     PIC X(6).

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

       FD  AUDITLISTFILE.
       01  AUDIT-LIST-LINE         PIC X(132).

       FD  CHANGELOGFILE.
       01  CHANGELOG-RECORD.
           05  PSC-PROGRAM         PIC X(12).
           05  PSC-OPERATOR        PIC X(10).
           05  FILLER              PIC X(1).
           05  PSC-DATE            PIC 9(8).
           05  FILLER              PIC X(1).
           05  PSC-TIME            PIC 9(8).
           05  FILLER              PIC X(1).
           05  PSC-ACTION          PIC X(1).
           05  FILLER              PIC X(1).
           05  PSC-POSITION-CODE   PIC X(6).
           05  FILLER              PIC X(1).
           05  PSC-EMPLOYEEID      PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-POSITION-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-POSASSIGN-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-MASTER-FILE-STATUS==.
           COPY FILESTAT REPLACING ==:NAME:== BY
               ==WS-CHANGELOG-STATUS==.
           05 WS-OPERATOR-NAME     PIC X(10) VALUE SPACES.
           05 WS-MASTER-AVAIL-SW   PIC X(1) VALUE "N".
              88 WS-MASTER-AVAILABLE VALUE "Y".
           05 MAINT-ACTION         PIC X VALUE SPACE.
               88 MAINT-ADD            VALUE "A".
               88 MAINT-CHANGE         VALUE "C".
               88 MAINT-INACTIVATE     VALUE "I".
               88 MAINT-SET-POSITION   VALUE "S".
               88 MAINT-QUIT           VALUE "Q".
           05 WS-ASKED-POSITION-CODE PIC X(6) VALUE SPACES.
           05 WS-ASKED-EMPLOYEEID  PIC 9(7) VALUE ZEROES.
           05 WS-NEW-POS-TITLE     PIC X(20) VALUE SPACES.
           05 WS-NEW-POS-GRADE     PIC X(2) VALUE SPACES.
           05 WS-NEW-GRADE-MIN     PIC 9(9) VALUE ZEROES.
           05 WS-NEW-GRADE-MID     PIC 9(9) VALUE ZEROES.
           05 WS-NEW-GRADE-MAX     PIC 9(9) VALUE ZEROES.
           05 WS-RANGE-VALID-SW    PIC X(1) VALUE "N".
              88 WS-RANGE-VALID    VALUE "Y".
           05 WS-CHANGE-COUNT      PIC 9(5) VALUE ZEROES.
           05 WS-POSITION-COUNT    PIC 9(3) VALUE ZEROES.
           05 WS-POSITION-IDX      PIC 9(3) VALUE ZEROES.
           05 WS-CURR-POSITION-IDX PIC 9(3) VALUE ZEROES.
           05 WS-ASSIGN-COUNT      PIC 9(4) VALUE ZEROES.
           05 WS-ASSIGN-IDX        PIC 9(4) VALUE ZEROES.
           05 WS-CURR-ASSIGN-IDX   PIC 9(4) VALUE ZEROES.
           05 WS-SORT-I            PIC 9(4) VALUE ZEROES.
           05 WS-SORT-J            PIC 9(4) VALUE ZEROES.
           05 WS-SORT-J-NEXT       PIC 9(4) VALUE ZEROES.
           05 WS-EMP-FOUND-SWITCH  PIC X(1) VALUE "N".
              88 WS-EMP-FOUND      VALUE "Y".
           05 WS-FROM-POSITION-CODE PIC X(6) VALUE SPACES.

       01  WS-AUDIT-STAMP.
           05 WS-AUDIT-DATE        PIC 9(8).
           05 WS-AUDIT-TIME        PIC 9(8).

       01  WS-POSITION-TABLE.
           05 WS-POSITION-ENTRY OCCURS 200 TIMES.
              10 WS-PST-CODE       PIC X(6).
              10 WS-PST-TITLE      PIC X(20).
              10 WS-PST-GRADE      PIC X(2).
              10 WS-PST-GRADE-MIN  PIC 9(9).
              10 WS-PST-GRADE-MID  PIC 9(9).
              10 WS-PST-GRADE-MAX  PIC 9(9).
              10 WS-PST-STATUS     PIC X(1).
                 88 WS-PST-INACTIVE   VALUE "I".

       01  WS-ASSIGN-TABLE.
           05 WS-ASSIGN-ENTRY OCCURS 1000 TIMES.
              10 WS-ASG-EMPLOYEEID PIC 9(7).
              10 WS-ASG-POSITION-CODE PIC X(6).

       01  WS-ASSIGN-SWAP-ENTRY.
           05 WS-ASW-EMPLOYEEID    PIC 9(7).
           05 WS-ASW-POSITION-CODE PIC X(6).

       01  WS-AUDIT-HEADING-1.
           05 FILLER            PIC X(45) VALUE
              "ACME CORPORATION - POSITION MAINTENANCE AUDIT".

       01  WS-AUDIT-DETAIL-LINE.
           05 WS-ADL-TAG        PIC X(8).
           05 WS-ADL-ACTION     PIC X(12).
           05 WS-ADL-CODE       PIC X(6).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ADL-TITLE      PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ADL-GRADE      PIC X(2).
           05 FILLER            PIC X(2) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ADL-MIN==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(1) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ADL-MID==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(1) VALUE SPACES.
           COPY MONEYFLD REPLACING ==:NAME:== BY ==WS-ADL-MAX==
               ==:WIDTH:== BY ==$$$$,$$$,$$9==.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WS-ADL-STATUS     PIC X(8).

       01  WS-ASSIGN-AUDIT-LINE.
           05 FILLER            PIC X(9)  VALUE "POSITION ".
           05 WS-AAL-EMPLOYEEID PIC 9(7).
           05 FILLER            PIC X(6)  VALUE " FROM ".
           05 WS-AAL-FROM       PIC X(6).
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 WS-AAL-TO         PIC X(6).

       PROCEDURE DIVISION.

       0001-MAINTAIN-POSITIONS.
           DISPLAY "Enter your name".
           ACCEPT WS-OPERATOR-NAME.
           PERFORM 0002-LOAD-POSITION-TABLE.
           PERFORM 0004-LOAD-ASSIGNMENT-TABLE.
           OPEN INPUT EMPLOYEEFILE.
           IF WS-MASTER-FILE-STATUS-OK
               SET WS-MASTER-AVAILABLE TO TRUE
           ELSE
               DISPLAY "Employee master not available; position "
                   "assignments cannot be validated and are refused."
           END-IF.
           OPEN OUTPUT AUDITLISTFILE.
           MOVE WS-AUDIT-HEADING-1 TO AUDIT-LIST-LINE.
           WRITE AUDIT-LIST-LINE.
           MOVE SPACES TO AUDIT-LIST-LINE.
           WRITE AUDIT-LIST-LINE.
           OPEN EXTEND CHANGELOGFILE.
           IF NOT WS-CHANGELOG-STATUS-OK
               OPEN OUTPUT CHANGELOGFILE
           END-IF.
           PERFORM 0006-ASK-ONE-ACTION.
           PERFORM 0006-ASK-ONE-ACTION UNTIL MAINT-QUIT.
           IF WS-MASTER-AVAILABLE
               CLOSE EMPLOYEEFILE
           END-IF.
           CLOSE AUDITLISTFILE.
           CLOSE CHANGELOGFILE.
           PERFORM 0014-REWRITE-POSITION-FILE.
           PERFORM 0015-REWRITE-ASSIGNMENT-FILE.
           DISPLAY "POSMAINT - CHANGES APPLIED: ", WS-CHANGE-COUNT.
           GO TO 9999-FINISH-PROGRAM.
       0001-END.

       0002-LOAD-POSITION-TABLE.
           OPEN INPUT POSITIONFILE
           IF WS-POSITION-FILE-STATUS-OK
               READ POSITIONFILE
                   AT END SET POSITION-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0003-STORE-ONE-POSITION
                   UNTIL POSITION-ENDOFFILE
               CLOSE POSITIONFILE
           ELSE
               DISPLAY "No position file on hand; starting a "
                   "fresh one."
           END-IF.
       0002-END.

      * BOTH REFERENCE FILES ARE REWRITTEN IN FULL AT QUIT, SO A
      * RECORD THAT DOES NOT FIT ITS TABLE WOULD BE ERASED FROM
      * THE FILE; THE RUN ABENDS BEFORE ANY CHANGE INSTEAD.
       0003-STORE-ONE-POSITION.
           IF WS-POSITION-COUNT IS EQUAL TO 200
               DISPLAY "POSMAINT ABEND - POSITION TABLE FULL "
                   "(200 MAX), RUN ABANDONED BEFORE ANY CHANGE"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           ELSE
               ADD 1 TO WS-POSITION-COUNT
               MOVE POS-CODE TO WS-PST-CODE(WS-POSITION-COUNT)
               MOVE POS-TITLE TO WS-PST-TITLE(WS-POSITION-COUNT)
               MOVE POS-GRADE TO WS-PST-GRADE(WS-POSITION-COUNT)
               MOVE POS-GRADE-MIN TO
                   WS-PST-GRADE-MIN(WS-POSITION-COUNT)
               MOVE POS-GRADE-MID TO
                   WS-PST-GRADE-MID(WS-POSITION-COUNT)
               MOVE POS-GRADE-MAX TO
                   WS-PST-GRADE-MAX(WS-POSITION-COUNT)
               MOVE POS-STATUS TO WS-PST-STATUS(WS-POSITION-COUNT)
           END-IF
           READ POSITIONFILE
               AT END SET POSITION-ENDOFFILE TO TRUE
           END-READ.
       0003-END.

       0004-LOAD-ASSIGNMENT-TABLE.
           OPEN INPUT POSASSIGNFILE
           IF WS-POSASSIGN-FILE-STATUS-OK
               READ POSASSIGNFILE
                   AT END SET POSASSIGN-ENDOFFILE TO TRUE
               END-READ
               PERFORM 0005-STORE-ONE-ASSIGNMENT
                   UNTIL POSASSIGN-ENDOFFILE
               CLOSE POSASSIGNFILE
           ELSE
               DISPLAY "No position assignment file on hand; "
                   "starting a fresh one."
           END-IF.
       0004-END.

       0005-STORE-ONE-ASSIGNMENT.
           IF WS-ASSIGN-COUNT IS EQUAL TO 1000
               DISPLAY "POSMAINT ABEND - ASSIGNMENT TABLE FULL "
                   "(1000 MAX), RUN ABANDONED BEFORE ANY CHANGE"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-FINISH-PROGRAM
           ELSE
               ADD 1 TO WS-ASSIGN-COUNT
               MOVE PA-EMPLOYEEID TO
                   WS-ASG-EMPLOYEEID(WS-ASSIGN-COUNT)
               MOVE PA-POSITION-CODE TO
                   WS-ASG-POSITION-CODE(WS-ASSIGN-COUNT)
           END-IF
           READ POSASSIGNFILE
               AT END SET POSASSIGN-ENDOFFILE TO TRUE
           END-READ.
       0005-END.

       0006-ASK-ONE-ACTION.
           DISPLAY "Action: (A)dd, (C)hange, (I)nactivate "
               "position, (S)et employee position, (Q)uit".
           ACCEPT MAINT-ACTION.
           IF MAINT-ADD OR MAINT-CHANGE OR MAINT-INACTIVATE
               DISPLAY "Position code:"
               ACCEPT WS-ASKED-POSITION-CODE
               PERFORM 0007-FIND-POSITION
               IF MAINT-ADD
                   PERFORM 0008-ADD-POSITION
               ELSE
                   IF MAINT-CHANGE
                       PERFORM 0009-CHANGE-POSITION
                   ELSE
                       PERFORM 0010-INACTIVATE-POSITION
                   END-IF
               END-IF
           ELSE
               IF MAINT-SET-POSITION
                   PERFORM 0011-SET-EMPLOYEE-POSITION
               ELSE
                   IF NOT MAINT-QUIT
                       DISPLAY "Unknown action; enter A, C, I, S "
                           "or Q."
                   END-IF
               END-IF
           END-IF.
       0006-END.

       0007-FIND-POSITION.
           MOVE ZEROES TO WS-CURR-POSITION-IDX
           PERFORM 0016-MATCH-ONE-POSITION
               VARYING WS-POSITION-IDX FROM 1 BY 1
               UNTIL WS-POSITION-IDX IS GREATER THAN
                   WS-POSITION-COUNT.
       0007-END.

       0008-ADD-POSITION.
           IF WS-CURR-POSITION-IDX IS GREATER THAN ZEROES
               DISPLAY "Position ", WS-ASKED-POSITION-CODE,
                   " is already on file; use Change."
           ELSE
               IF WS-POSITION-COUNT IS EQUAL TO 200
                   DISPLAY "Position table is full; no room."
               ELSE
                   PERFORM 0017-ACCEPT-POSITION-FIELDS
                   IF WS-RANGE-VALID
                       ADD 1 TO WS-POSITION-COUNT
                       MOVE WS-POSITION-COUNT TO WS-CURR-POSITION-IDX
                       MOVE WS-ASKED-POSITION-CODE
                           TO WS-PST-CODE(WS-CURR-POSITION-IDX)
                       PERFORM 0029-STORE-POSITION-FIELDS
                       MOVE SPACE
                           TO WS-PST-STATUS(WS-CURR-POSITION-IDX)
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 0019-WRITE-AFTER-AUDIT-LINE
                       PERFORM 0020-WRITE-CHANGE-LOG
                   END-IF
               END-IF
           END-IF.
       0008-END.

       0009-CHANGE-POSITION.
           IF WS-CURR-POSITION-IDX IS EQUAL TO ZEROES
               DISPLAY "Position ", WS-ASKED-POSITION-CODE,
                   " is not on file."
           ELSE
               DISPLAY "Current title: ",
                   WS-PST-TITLE(WS-CURR-POSITION-IDX),
                   " grade: ", WS-PST-GRADE(WS-CURR-POSITION-IDX)
               PERFORM 0017-ACCEPT-POSITION-FIELDS
               IF WS-RANGE-VALID
                   PERFORM 0018-WRITE-BEFORE-AUDIT-LINE
                   PERFORM 0029-STORE-POSITION-FIELDS
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 0019-WRITE-AFTER-AUDIT-LINE
                   PERFORM 0020-WRITE-CHANGE-LOG
               END-IF
           END-IF.
       0009-END.

      * INACTIVATION KEEPS THE RECORD ON FILE SO OLD REPORTS STILL
      * RESOLVE THE CODE; A POSITION WITH EMPLOYEES STILL IN IT
      * CANNOT BE INACTIVATED.
       0010-INACTIVATE-POSITION.
           IF WS-CURR-POSITION-IDX IS EQUAL TO ZEROES
               DISPLAY "Position ", WS-ASKED-POSITION-CODE,
                   " is not on file."
           ELSE
               MOVE ZEROES TO WS-CURR-ASSIGN-IDX
               PERFORM 0021-COUNT-POSITION-ASSIGNMENT
                   VARYING WS-ASSIGN-IDX FROM 1 BY 1
                   UNTIL WS-ASSIGN-IDX IS GREATER THAN
                       WS-ASSIGN-COUNT
               IF WS-CURR-ASSIGN-IDX IS GREATER THAN ZEROES
                   DISPLAY "Employees still hold ",
                       WS-ASKED-POSITION-CODE, "; move them first."
               ELSE
                   PERFORM 0018-WRITE-BEFORE-AUDIT-LINE
                   MOVE "I" TO WS-PST-STATUS(WS-CURR-POSITION-IDX)
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM 0019-WRITE-AFTER-AUDIT-LINE
                   PERFORM 0020-WRITE-CHANGE-LOG
               END-IF
           END-IF.
       0010-END.

       0011-SET-EMPLOYEE-POSITION.
           IF NOT WS-MASTER-AVAILABLE
               DISPLAY "Position assignments refused without the "
                   "employee master."
           ELSE
               DISPLAY "Employee ID:"
               ACCEPT WS-ASKED-EMPLOYEEID
               MOVE "N" TO WS-EMP-FOUND-SWITCH
               MOVE WS-ASKED-EMPLOYEEID TO EMPLOYEEID
               READ EMPLOYEEFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-EMP-FOUND TO TRUE
               END-READ
               IF NOT WS-EMP-FOUND
                   DISPLAY "Employee ", WS-ASKED-EMPLOYEEID,
                       " is not on the master file."
               ELSE
                   DISPLAY "Position code:"
                   ACCEPT WS-ASKED-POSITION-CODE
                   PERFORM 0007-FIND-POSITION
                   IF WS-CURR-POSITION-IDX IS EQUAL TO ZEROES
                       DISPLAY "Position ", WS-ASKED-POSITION-CODE,
                           " is not on file."
                   ELSE
                       IF WS-PST-INACTIVE(WS-CURR-POSITION-IDX)
                           DISPLAY "Position ",
                               WS-ASKED-POSITION-CODE,
                               " is inactive."
                       ELSE
                           PERFORM 0012-APPLY-ASSIGNMENT THRU 0012-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0011-END.

       0012-APPLY-ASSIGNMENT.
           MOVE SPACES TO WS-FROM-POSITION-CODE
           MOVE ZEROES TO WS-CURR-ASSIGN-IDX
           PERFORM 0022-MATCH-ONE-ASSIGNMENT
               VARYING WS-ASSIGN-IDX FROM 1 BY 1
               UNTIL WS-ASSIGN-IDX IS GREATER THAN WS-ASSIGN-COUNT
           IF WS-CURR-ASSIGN-IDX IS GREATER THAN ZEROES
               MOVE WS-ASG-POSITION-CODE(WS-CURR-ASSIGN-IDX)
                   TO WS-FROM-POSITION-CODE
               MOVE WS-ASKED-POSITION-CODE
                   TO WS-ASG-POSITION-CODE(WS-CURR-ASSIGN-IDX)
           ELSE
               IF WS-ASSIGN-COUNT IS EQUAL TO 1000
                   DISPLAY "Assignment table is full; no room."
                   GO TO 0012-EXIT
               END-IF
               ADD 1 TO WS-ASSIGN-COUNT
               MOVE WS-ASKED-EMPLOYEEID
                   TO WS-ASG-EMPLOYEEID(WS-ASSIGN-COUNT)
               MOVE WS-ASKED-POSITION-CODE
                   TO WS-ASG-POSITION-CODE(WS-ASSIGN-COUNT)
           END-IF
           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-ASKED-EMPLOYEEID TO WS-AAL-EMPLOYEEID
           MOVE WS-FROM-POSITION-CODE TO WS-AAL-FROM
           MOVE WS-ASKED-POSITION-CODE TO WS-AAL-TO
           MOVE WS-ASSIGN-AUDIT-LINE TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE
           PERFORM 0020-WRITE-CHANGE-LOG
           DISPLAY "Employee ", WS-ASKED-EMPLOYEEID,
               " placed in position ", WS-ASKED-POSITION-CODE.
       0012-EXIT.
           EXIT.
       0012-END.

       0014-REWRITE-POSITION-FILE.
           OPEN OUTPUT POSITIONFILE
           PERFORM 0023-WRITE-ONE-POSITION
               VARYING WS-POSITION-IDX FROM 1 BY 1
               UNTIL WS-POSITION-IDX IS GREATER THAN
                   WS-POSITION-COUNT
           CLOSE POSITIONFILE.
       0014-END.

       0015-REWRITE-ASSIGNMENT-FILE.
           PERFORM 0024-SORT-ASSIGNMENTS
           OPEN OUTPUT POSASSIGNFILE
           PERFORM 0025-WRITE-ONE-ASSIGNMENT
               VARYING WS-ASSIGN-IDX FROM 1 BY 1
               UNTIL WS-ASSIGN-IDX IS GREATER THAN WS-ASSIGN-COUNT
           CLOSE POSASSIGNFILE.
       0015-END.

       0016-MATCH-ONE-POSITION.
           IF WS-PST-CODE(WS-POSITION-IDX) IS EQUAL TO
               WS-ASKED-POSITION-CODE
               MOVE WS-POSITION-IDX TO WS-CURR-POSITION-IDX
           END-IF.
       0016-END.

      * A GRADE RANGE MUST RUN MINIMUM TO MIDPOINT TO MAXIMUM AND
      * HAVE A NONZERO MIDPOINT, OR THE COMPA-RATIO CANNOT BE
      * WORKED; A BAD RANGE IS REFUSED AND NOTHING CHANGES.
       0017-ACCEPT-POSITION-FIELDS.
           DISPLAY "Position title:"
           ACCEPT WS-NEW-POS-TITLE
           DISPLAY "Pay grade:"
           ACCEPT WS-NEW-POS-GRADE
           DISPLAY "Grade minimum (whole dollars):"
           ACCEPT WS-NEW-GRADE-MIN
           DISPLAY "Grade midpoint (whole dollars):"
           ACCEPT WS-NEW-GRADE-MID
           DISPLAY "Grade maximum (whole dollars):"
           ACCEPT WS-NEW-GRADE-MAX
           MOVE "Y" TO WS-RANGE-VALID-SW
           IF WS-NEW-GRADE-MID IS EQUAL TO ZEROES OR
               WS-NEW-GRADE-MIN IS GREATER THAN WS-NEW-GRADE-MID OR
               WS-NEW-GRADE-MID IS GREATER THAN WS-NEW-GRADE-MAX
               MOVE "N" TO WS-RANGE-VALID-SW
               DISPLAY "Grade range must run minimum to midpoint "
                   "to maximum; nothing changed."
           END-IF.
       0017-END.

       0018-WRITE-BEFORE-AUDIT-LINE.
           MOVE "BEFORE  " TO WS-ADL-TAG
           PERFORM 0026-FORMAT-AUDIT-LINE.
       0018-END.

       0019-WRITE-AFTER-AUDIT-LINE.
           MOVE "AFTER   " TO WS-ADL-TAG
           PERFORM 0026-FORMAT-AUDIT-LINE.
       0019-END.

       0020-WRITE-CHANGE-LOG.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO CHANGELOG-RECORD
           MOVE "POSMAINT    " TO PSC-PROGRAM
           MOVE WS-OPERATOR-NAME TO PSC-OPERATOR
           MOVE WS-AUDIT-DATE TO PSC-DATE
           MOVE WS-AUDIT-TIME TO PSC-TIME
           MOVE MAINT-ACTION TO PSC-ACTION
           MOVE WS-ASKED-POSITION-CODE TO PSC-POSITION-CODE
           IF MAINT-SET-POSITION
               MOVE WS-ASKED-EMPLOYEEID TO PSC-EMPLOYEEID
           END-IF
           WRITE CHANGELOG-RECORD.
       0020-END.

       0021-COUNT-POSITION-ASSIGNMENT.
           IF WS-ASG-POSITION-CODE(WS-ASSIGN-IDX) IS EQUAL TO
               WS-ASKED-POSITION-CODE
               MOVE WS-ASSIGN-IDX TO WS-CURR-ASSIGN-IDX
           END-IF.
       0021-END.

       0022-MATCH-ONE-ASSIGNMENT.
           IF WS-ASG-EMPLOYEEID(WS-ASSIGN-IDX) IS EQUAL TO
               WS-ASKED-EMPLOYEEID
               MOVE WS-ASSIGN-IDX TO WS-CURR-ASSIGN-IDX
           END-IF.
       0022-END.

       0023-WRITE-ONE-POSITION.
           MOVE WS-PST-CODE(WS-POSITION-IDX) TO POS-CODE
           MOVE WS-PST-TITLE(WS-POSITION-IDX) TO POS-TITLE
           MOVE WS-PST-GRADE(WS-POSITION-IDX) TO POS-GRADE
           MOVE WS-PST-GRADE-MIN(WS-POSITION-IDX) TO POS-GRADE-MIN
           MOVE WS-PST-GRADE-MID(WS-POSITION-IDX) TO POS-GRADE-MID
           MOVE WS-PST-GRADE-MAX(WS-POSITION-IDX) TO POS-GRADE-MAX
           MOVE WS-PST-STATUS(WS-POSITION-IDX) TO POS-STATUS
           WRITE POSITIONDETAILS.
       0023-END.

      * THE COMPA-RATIO REPORT MERGES POSASSIGN.DAT AGAINST THE
      * MASTER IN EMPLOYEE ORDER, SO THE FILE IS SORTED BEFORE
      * REWRITING.
       0024-SORT-ASSIGNMENTS.
           PERFORM 0027-ASSIGN-BUBBLE-PASS
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I IS NOT LESS THAN WS-ASSIGN-COUNT.
       0024-END.

       0025-WRITE-ONE-ASSIGNMENT.
           MOVE WS-ASG-EMPLOYEEID(WS-ASSIGN-IDX)
               TO PA-EMPLOYEEID
           MOVE WS-ASG-POSITION-CODE(WS-ASSIGN-IDX)
               TO PA-POSITION-CODE
           WRITE POSASSIGNDETAILS.
       0025-END.

       0026-FORMAT-AUDIT-LINE.
           IF MAINT-ADD
               MOVE "ADD         " TO WS-ADL-ACTION
           ELSE
               IF MAINT-CHANGE
                   MOVE "CHANGE      " TO WS-ADL-ACTION
               ELSE
                   MOVE "INACTIVATE  " TO WS-ADL-ACTION
               END-IF
           END-IF
           MOVE WS-PST-CODE(WS-CURR-POSITION-IDX) TO WS-ADL-CODE
           MOVE WS-PST-TITLE(WS-CURR-POSITION-IDX) TO WS-ADL-TITLE
           MOVE WS-PST-GRADE(WS-CURR-POSITION-IDX) TO WS-ADL-GRADE
           MOVE WS-PST-GRADE-MIN(WS-CURR-POSITION-IDX) TO WS-ADL-MIN
           MOVE WS-PST-GRADE-MID(WS-CURR-POSITION-IDX) TO WS-ADL-MID
           MOVE WS-PST-GRADE-MAX(WS-CURR-POSITION-IDX) TO WS-ADL-MAX
           IF WS-PST-INACTIVE(WS-CURR-POSITION-IDX)
               MOVE "INACTIVE" TO WS-ADL-STATUS
           ELSE
               MOVE "ACTIVE  " TO WS-ADL-STATUS
           END-IF
           MOVE WS-AUDIT-DETAIL-LINE TO AUDIT-LIST-LINE
           WRITE AUDIT-LIST-LINE.
       0026-END.

       0027-ASSIGN-BUBBLE-PASS.
           PERFORM 0028-ASSIGN-COMPARE-AND-SWAP
               VARYING WS-SORT-J FROM 1 BY 1
               UNTIL WS-SORT-J IS GREATER THAN
                   WS-ASSIGN-COUNT - WS-SORT-I.
       0027-END.

       0028-ASSIGN-COMPARE-AND-SWAP.
           COMPUTE WS-SORT-J-NEXT = WS-SORT-J + 1
           IF WS-ASG-EMPLOYEEID(WS-SORT-J) IS GREATER THAN
               WS-ASG-EMPLOYEEID(WS-SORT-J-NEXT)
               MOVE WS-ASSIGN-ENTRY(WS-SORT-J)
                   TO WS-ASSIGN-SWAP-ENTRY
               MOVE WS-ASSIGN-ENTRY(WS-SORT-J-NEXT)
                   TO WS-ASSIGN-ENTRY(WS-SORT-J)
               MOVE WS-ASSIGN-SWAP-ENTRY
                   TO WS-ASSIGN-ENTRY(WS-SORT-J-NEXT)
           END-IF.
       0028-END.

       0029-STORE-POSITION-FIELDS.
           MOVE WS-NEW-POS-TITLE
               TO WS-PST-TITLE(WS-CURR-POSITION-IDX)
           MOVE WS-NEW-POS-GRADE
               TO WS-PST-GRADE(WS-CURR-POSITION-IDX)
           MOVE WS-NEW-GRADE-MIN
               TO WS-PST-GRADE-MIN(WS-CURR-POSITION-IDX)
           MOVE WS-NEW-GRADE-MID
               TO WS-PST-GRADE-MID(WS-CURR-POSITION-IDX)
           MOVE WS-NEW-GRADE-MAX
               TO WS-PST-GRADE-MAX(WS-CURR-POSITION-IDX).
       0029-END.

       9999-FINISH-PROGRAM.
           GOBACK.
       9999-END.

       END PROGRAM POSMAINT.
