      *    sequence opens with).  A case whose operation date sits
      *    outside the cycle window, or one the batch rejected to
      *    the exception suspense file, is noted but not counted as
      *    a discrepancy - the batch saw both.  So is a case placed
      *    on hold since it was keyed: the batch passes held cases
      *    over by design.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY MAINTREC.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY AUDITREC.

       FD  CYCLE-RESULTS-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CYCREC.

       FD  SUSPENSE-FILE
           COPY SUSPREC.

       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  RUN-CONTROL-FILE
       01  WS-OVERFLOW-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-DISCREPANCY-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-NOTE-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-HELD-NOTE-COUNT         PIC 9(8) VALUE ZERO.
       01  WS-HELD-SWITCH             PIC X VALUE "N".
           88 MASTER-CASE-HELD            VALUE "Y".
       01  WS-SUSPENSE-NOTE-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-SUSP-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-SUSP-COUNT              PIC 9(4) COMP VALUE ZERO.
           05 FILLER PIC X(30) VALUE "REJECTED TO SUSPENSE NOTES. .".
           05 WT5-SUSPENSE-NOTES      PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-6.
           05 FILLER PIC X(30) VALUE "CASE ON HOLD NOTES. . . . . .".
           05 WT6-HELD-NOTES          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
       5150-CHECK-LIVE-CASE.
           IF WS-MNT-AUDIT-FLAG (WS-SUB) = "N"
               PERFORM 5200-CHECK-CYCLE-WINDOW
               EVALUATE TRUE
                   WHEN MASTER-CASE-HELD
                       ADD 1 TO WS-HELD-NOTE-COUNT
                       MOVE "CASE ON HOLD - PASSED OVER BY BATCH"
                           TO WD-FINDING
                       PERFORM 5500-WRITE-FINDING-LINE
                   WHEN CASE-WAS-FOUND
                       ADD 1 TO WS-WINDOW-NOTE-COUNT
                       MOVE "OUTSIDE CYCLE WINDOW - NOT DUE THIS RUN"
                           TO WD-FINDING
                       PERFORM 5500-WRITE-FINDING-LINE
                   WHEN OTHER
                       ADD 1 TO WS-DISCREPANCY-COUNT
                       MOVE "KEYED ONLINE BUT NEVER SEEN BY BATCH"
                           TO WD-FINDING
                       PERFORM 5500-WRITE-FINDING-LINE
               END-EVALUATE
           ELSE
               IF WS-MNT-REPORT-FLAG (WS-SUB) = "N"
                   ADD 1 TO WS-DISCREPANCY-COUNT
      *    read the master to tell that apart from a lost update.
       5200-CHECK-CYCLE-WINDOW.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE "N" TO WS-HELD-SWITCH.
           IF MASTER-FILE-IS-OPEN
               MOVE WS-MNT-CASE-ID (WS-SUB) TO AGE-CASE-ID
               READ AGE-TRANS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CASE-ON-HOLD
                           MOVE "Y" TO WS-HELD-SWITCH
                       END-IF
                       IF AGE-OPERATION-DATE < WS-WINDOW-START OR
                               AGE-OPERATION-DATE > WS-WINDOW-END
                           MOVE "Y" TO WS-FOUND-SWITCH
           MOVE WS-SUSPENSE-NOTE-COUNT TO WT5-SUSPENSE-NOTES.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-NOTE-COUNT TO WT6-HELD-NOTES.
           MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
