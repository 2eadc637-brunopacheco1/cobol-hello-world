       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOTFILE.
       01  SNAPSHOT-RECORD          PIC X(52).
           88 SNAPSHOT-EOF          VALUE HIGH-VALUES.
       01  SNAPSHOT-TRAILER-VIEW.
           COPY TRAILERREC REPLACING ==:PREFIX:== BY ==SN==.
           02 FILLER                PIC X(22).
       01  SNAPSHOT-DATA-VIEW.
           02 FILLER                PIC X(35).
           02 SN-DATA-SALARY        PIC 9(9).
           02 FILLER                PIC X(8).

       FD  GENERATIONFILE.
       01  GENERATION-RECORD        PIC X(52).

       FD  GENCONTROLFILE.
       01  GEN-CONTROL-RECORD.
