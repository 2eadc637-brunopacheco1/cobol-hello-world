      *   ONE THAT FAILED. THE FRESH-START FLAG  *
      *   ON RUNPARM.DAT FORCES THE WHOLE        *
      *   STREAM FROM THE TOP.                   *
      *                                          *
      *   AS EACH STEP ENDS BATCHMON JUDGES IT   *
      *   AGAINST ITS NORMAL RUNS AND PREDICTS   *
      *   THE STREAM'S FINISH; WHEN THE STREAM   *
      *   STOPS IT PRINTS THE BATCH WINDOW       *
      *   REPORT.                                *
      *******************************************

       ENVIRONMENT DIVISION.
           05 WS-GIFTLIAB-RC        PIC S9(4) VALUE ZERO.
           05 WS-LOYALSTMT-RC       PIC S9(4) VALUE ZERO.
           05 WS-SETTLERECON-RC     PIC S9(4) VALUE ZERO.
           05 WS-LAYAGE-RC          PIC S9(4) VALUE ZERO.
           05 WS-CHGSTMT-RC         PIC S9(4) VALUE ZERO.
           05 WS-APAGING-RC         PIC S9(4) VALUE ZERO.
           05 WS-RTVEXCP-RC         PIC S9(4) VALUE ZERO.
           05 WS-LOTWOFF-RC         PIC S9(4) VALUE ZERO.
           05 WS-LOTPULL-RC         PIC S9(4) VALUE ZERO.
           05 WS-ANIMRPT-RC         PIC S9(4) VALUE ZERO.
           05 WS-APPTRPT-RC         PIC S9(4) VALUE ZERO.
           05 WS-PRICEAPPLY-RC      PIC S9(4) VALUE ZERO.
           05 WS-LPEXCP-RC          PIC S9(4) VALUE ZERO.
           05 WS-CUSTSEG-RC         PIC S9(4) VALUE ZERO.
           05 WS-OPSUMMARY-RC       PIC S9(4) VALUE ZERO.
           05 WS-GLEXTRACT-RC       PIC S9(4) VALUE ZERO.
           05 WS-JOB-ABORT-SWITCH   PIC X(1)  VALUE "N".
           05 WS-DONE-IDX           PIC 9(2)  VALUE ZEROES.

       01  WS-DONE-STEP-TABLE.
           05 WS-DONE-STEP OCCURS 24 TIMES PIC X(12).

       01  WS-CALENDAR-CONTROL.
           COPY FILESTAT REPLACING ==:NAME:== BY
           05 WS-AUDIT-DATE         PIC 9(8).
           05 WS-AUDIT-TIME         PIC 9(8).

       01  WS-MONITOR-CONTROL.
           05 WS-SAVED-RC           PIC S9(4) VALUE ZERO.
           05 WS-ALERT-TOTAL        PIC 9(4)  VALUE ZEROES.

       COPY BATCHMONAREA.

       COPY RUNLOGREC.

       PROCEDURE DIVISION.
       0001-RUN-NIGHTLY-BATCH.
           DISPLAY "DAILYRUN - NIGHTLY BATCH WINDOW STARTING".
           ACCEPT BM-STREAM-DATE FROM DATE YYYYMMDD.
           ACCEPT BM-STREAM-TIME FROM TIME.
           PERFORM 0015-LOAD-RESTART-CONTROL THRU 0015-EXIT.
           PERFORM 0025-LOAD-JOB-CALENDAR.
           PERFORM 0002-RUN-HELLOWORLD-STEP.
           IF NOT WS-JOB-ABORTED
               PERFORM 0012-RUN-SETTLERECON-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0038-RUN-LAYAGE-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0039-RUN-CHGSTMT-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0040-RUN-APAGING-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0041-RUN-RTVEXCP-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0042-RUN-LOTWOFF-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0043-RUN-LOTPULL-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0044-RUN-ANIMRPT-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0045-RUN-APPTRPT-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0046-RUN-PRICEAPPLY-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0047-RUN-LPEXCP-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0048-RUN-CUSTSEG-STEP
           END-IF.
           IF NOT WS-JOB-ABORTED
               PERFORM 0005-RUN-OPSUMMARY-STEP
           END-IF.
       0003-END.

       0004-PRINT-JOB-SUMMARY.
           MOVE RETURN-CODE TO WS-SAVED-RC
           MOVE "R" TO BM-FUNCTION
           MOVE SPACES TO BM-STEP-NAME
           CALL "BATCHMON" USING BATCHMON-AREA
           MOVE WS-SAVED-RC TO RETURN-CODE
           IF WS-ALERT-TOTAL IS GREATER THAN ZEROES
               DISPLAY "DAILYRUN - BATCH MONITOR ALERTS TONIGHT: ",
                   WS-ALERT-TOTAL
           END-IF
           IF WS-JOB-ABORTED
               DISPLAY "DAILYRUN - NIGHTLY BATCH WINDOW FAILED"
           ELSE
       0018-END.

       0019-LOAD-ONE-DONE-STEP.
           IF WS-DONE-COUNT IS LESS THAN 24
               ADD 1 TO WS-DONE-COUNT
               MOVE JR-STEP-NAME TO WS-DONE-STEP(WS-DONE-COUNT)
           END-IF
           MOVE ZEROES TO RL-RECORDS-WRITTEN
           MOVE WS-CURRENT-STEP-RC TO RL-RETURN-CODE
           MOVE "DAILYRUN STEP" TO RL-COMMENT
           PERFORM 0023-APPEND-AUDIT-RECORD
           PERFORM 0049-MONITOR-STEP.
       0022-END.

       0025-LOAD-JOB-CALENDAR.
           END-IF.
       0037-END.

       0038-RUN-LAYAGE-STEP.
           MOVE "LAYAGE" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - LAYAGE BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "LAYAGE"
               MOVE RETURN-CODE TO WS-LAYAGE-RC
               MOVE WS-LAYAGE-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-LAYAGE-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - LAYAGE STEP FAILED, RC=",
                       WS-LAYAGE-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-LAYAGE-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0038-END.

       0039-RUN-CHGSTMT-STEP.
           MOVE "CHGSTMT" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - CHGSTMT BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "CHGSTMT"
               MOVE RETURN-CODE TO WS-CHGSTMT-RC
               MOVE WS-CHGSTMT-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-CHGSTMT-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - CHGSTMT STEP FAILED, RC=",
                       WS-CHGSTMT-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-CHGSTMT-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0039-END.

       0040-RUN-APAGING-STEP.
           MOVE "APAGING" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - APAGING BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "APAGING"
               MOVE RETURN-CODE TO WS-APAGING-RC
               MOVE WS-APAGING-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-APAGING-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - APAGING STEP FAILED, RC=",
                       WS-APAGING-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-APAGING-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0040-END.

       0041-RUN-RTVEXCP-STEP.
           MOVE "RTVEXCP" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - RTVEXCP BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "RTVEXCP"
               MOVE RETURN-CODE TO WS-RTVEXCP-RC
               MOVE WS-RTVEXCP-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-RTVEXCP-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - RTVEXCP STEP FAILED, RC=",
                       WS-RTVEXCP-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-RTVEXCP-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0041-END.

       0042-RUN-LOTWOFF-STEP.
           MOVE "LOTWOFF" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - LOTWOFF BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "LOTWOFF"
               MOVE RETURN-CODE TO WS-LOTWOFF-RC
               MOVE WS-LOTWOFF-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-LOTWOFF-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - LOTWOFF STEP FAILED, RC=",
                       WS-LOTWOFF-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-LOTWOFF-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0042-END.

       0043-RUN-LOTPULL-STEP.
           MOVE "LOTPULL" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - LOTPULL BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "LOTPULL"
               MOVE RETURN-CODE TO WS-LOTPULL-RC
               MOVE WS-LOTPULL-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-LOTPULL-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - LOTPULL STEP FAILED, RC=",
                       WS-LOTPULL-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-LOTPULL-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0043-END.

       0044-RUN-ANIMRPT-STEP.
           MOVE "ANIMRPT" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - ANIMRPT BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "ANIMRPT"
               MOVE RETURN-CODE TO WS-ANIMRPT-RC
               MOVE WS-ANIMRPT-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-ANIMRPT-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - ANIMRPT STEP FAILED, RC=",
                       WS-ANIMRPT-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-ANIMRPT-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0044-END.

       0045-RUN-APPTRPT-STEP.
           MOVE "APPTRPT" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - APPTRPT BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "APPTRPT"
               MOVE RETURN-CODE TO WS-APPTRPT-RC
               MOVE WS-APPTRPT-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-APPTRPT-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - APPTRPT STEP FAILED, RC=",
                       WS-APPTRPT-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-APPTRPT-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0045-END.

       0046-RUN-PRICEAPPLY-STEP.
           MOVE "PRICEAPPLY" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - PRICEAPPLY BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "PRICEAPPLY"
               MOVE RETURN-CODE TO WS-PRICEAPPLY-RC
               MOVE WS-PRICEAPPLY-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-PRICEAPPLY-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - PRICEAPPLY STEP FAILED, RC=",
                       WS-PRICEAPPLY-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-PRICEAPPLY-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0046-END.

       0047-RUN-LPEXCP-STEP.
           MOVE "LPEXCP" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - LPEXCP BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "LPEXCP"
               MOVE RETURN-CODE TO WS-LPEXCP-RC
               MOVE WS-LPEXCP-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-LPEXCP-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - LPEXCP STEP FAILED, RC=",
                       WS-LPEXCP-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-LPEXCP-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0047-END.

       0048-RUN-CUSTSEG-STEP.
           MOVE "CUSTSEG" TO WS-CURRENT-STEP
           PERFORM 0016-CHECK-STEP-DONE
           IF WS-STEP-ALREADY-DONE
               DISPLAY "DAILYRUN - CUSTSEG BYPASSED - ",
                   WS-SKIP-REASON
           ELSE
               PERFORM 0021-WRITE-STEP-START
               CALL "CUSTSEG"
               MOVE RETURN-CODE TO WS-CUSTSEG-RC
               MOVE WS-CUSTSEG-RC TO WS-CURRENT-STEP-RC
               PERFORM 0022-WRITE-STEP-END
               IF WS-CUSTSEG-RC IS NOT EQUAL TO ZERO
                   DISPLAY "DAILYRUN - CUSTSEG STEP FAILED, RC=",
                       WS-CUSTSEG-RC
                   SET WS-JOB-ABORTED TO TRUE
               ELSE
                   MOVE WS-CUSTSEG-RC TO WS-CURRENT-STEP-RC
                   PERFORM 0017-RECORD-STEP-DONE
               END-IF
           END-IF.
       0048-END.

      * THE MONITOR CALL MUST NOT DISTURB THE STEP'S RETURN CODE,
      * WHICH IS WHAT THE JOB ENDS WITH WHEN THE STEP FAILED.
       0049-MONITOR-STEP.
           MOVE "C" TO BM-FUNCTION
           MOVE WS-CURRENT-STEP TO BM-STEP-NAME
           CALL "BATCHMON" USING BATCHMON-AREA
           ADD BM-ALERT-COUNT TO WS-ALERT-TOTAL
           MOVE WS-CURRENT-STEP-RC TO RETURN-CODE.
       0049-END.

       0023-APPEND-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
