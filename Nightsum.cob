      *    (a step with no record either never ran or was skipped
      *    by a hold), and the night's key control totals.  On a
      *    clean night the operator reads this page and nothing
      *    else; on a bad one it says which of the eight report
      *    datasets to open.  A step that ends RC=2 found its work
      *    for the cycle already done by an earlier submission and
      *    posted nothing - it is shown as already done, not as a
      *    failure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 NIGHT-IS-CLEAN              VALUE "C".
       01  WS-GATE-HELD-SWITCH        PIC X VALUE "N".
           88 GATE-HELD-THE-STREAM        VALUE "Y".
       01  WS-STAT-FOUND-SWITCH       PIC X VALUE "N".
           88 CYCLE-ALREADY-RECORDED      VALUE "Y".
       01  WS-ALREADY-DONE-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-SUB                     PIC 9(4) COMP VALUE ZERO.
       01  WS-STEP-MAX                PIC 9(4) COMP VALUE 8.
       01  WS-REASON-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-REASON-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-REASON-MAX              PIC 9(4) COMP VALUE 12.
      *    the latest status record for a name wins, so a restarted
      *    step reports its final outcome.
       01  WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 8 TIMES.
              10 WS-STP-NAME          PIC X(8).
              10 WS-STP-FOUND         PIC X(1).
              10 WS-STP-RC            PIC 9(2).
           MOVE "OPERATN" TO WS-STP-NAME (3).
           MOVE "SUSPCYCL" TO WS-STP-NAME (4).
           MOVE "MNTVERIF" TO WS-STP-NAME (5).
           MOVE "AUDPROOF" TO WS-STP-NAME (6).
           MOVE "PAYMATCH" TO WS-STP-NAME (7).
           MOVE "TRENDRPT" TO WS-STP-NAME (8).
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-MAX
               MOVE "N" TO WS-STP-FOUND (WS-SUB)
           END-PERFORM.

      *    CLEAN means: every step ran, every return code zero, the
      *    main run reconciled, the latest-resault file was kept in
      *    step, and payroll neither rejected rows nor acknowledged
      *    rows we never sent.  Unacknowledged
      *    items are left out of the verdict - tonight's extract is
      *    always unacked until payroll's next return feed.
       3000-JUDGE-NIGHT.
                   TO WS-REASON-TEXT
               PERFORM 3900-ADD-ATTENTION-REASON
           END-IF.
           IF (WS-STP-FOUND (3) = "Y" AND WS-STP-TEXT (3) =
                   "RESALAST OUT OF STEP - LASTBLD") OR
                   (WS-STP-FOUND (4) = "Y" AND WS-STP-TEXT (4) =
                   "RESALAST OUT OF STEP - LASTBLD")
               MOVE "RESALAST OUT OF STEP - RUN LASTBLD"
                   TO WS-REASON-TEXT
               PERFORM 3900-ADD-ATTENTION-REASON
           END-IF.
           IF WS-STP-FOUND (7) = "Y" AND WS-STP-COUNT-1 (7) > ZERO
               MOVE "PAYROLL REJECTED EXTRACT ROWS"
                   TO WS-REASON-TEXT
               PERFORM 3900-ADD-ATTENTION-REASON
           END-IF.
           IF WS-STP-FOUND (7) = "Y" AND WS-STP-COUNT-3 (7) > ZERO
               MOVE "ORPHAN ACKS MATCHED NOTHING SENT"
                   TO WS-REASON-TEXT
               PERFORM 3900-ADD-ATTENTION-REASON
                   PERFORM 3900-ADD-ATTENTION-REASON
               END-IF
           ELSE
               IF WS-STP-RC (WS-SUB) = 2
                   ADD 1 TO WS-ALREADY-DONE-COUNT
               END-IF
               IF WS-STP-RC (WS-SUB) >= 8 AND NOT
                       (WS-SUB <= 2 AND WS-STP-RC (WS-SUB) >= 16)
                   MOVE WS-STP-NAME (WS-SUB) TO WRR-NAME
                   MOVE "POST-RUN VERIFY (MNTVERIF). ."
                       TO WSL-LABEL
               WHEN 6
                   MOVE "AUDIT-CHAIN PROOF (AUDPROOF)."
                       TO WSL-LABEL
               WHEN 7
                   MOVE "SETTLEMENT (PAYMATCH) . . . ."
                       TO WSL-LABEL
               WHEN 8
                   MOVE "TREND SWEEP (TRENDRPT). . . ."
                       TO WSL-LABEL
           END-EVALUATE.
           IF WS-STP-FOUND (WS-SUB) = "Y"
               IF WS-STP-RC (WS-SUB) = 2
                   MOVE "ALREADY DONE - NOT REPOSTED" TO WSL-TEXT
               ELSE
                   MOVE WS-STP-TEXT (WS-SUB) TO WSL-TEXT
               END-IF
               MOVE "RC " TO WSL-RC-LABEL
               MOVE WS-STP-RC (WS-SUB) TO WS-RC-WORK
               MOVE WS-RC-WORK TO WSL-RC
           MOVE "VERIFY DISCREPANCIES. . . . ." TO WT-LABEL.
           MOVE WS-STP-COUNT-1 (5) TO WT-VALUE.
           PERFORM 5300-WRITE-TOTALS-LINE.
           MOVE "AUDIT-CHAIN BREAKS. . . . . ." TO WT-LABEL.
           MOVE WS-STP-COUNT-1 (6) TO WT-VALUE.
           PERFORM 5300-WRITE-TOTALS-LINE.
           MOVE "PAYROLL REJECTED. . . . . . ." TO WT-LABEL.
           MOVE WS-STP-COUNT-1 (7) TO WT-VALUE.
           PERFORM 5300-WRITE-TOTALS-LINE.
           MOVE "PAYROLL UNACKNOWLEDGED. . . ." TO WT-LABEL.
           MOVE WS-STP-COUNT-2 (7) TO WT-VALUE.
           PERFORM 5300-WRITE-TOTALS-LINE.
           MOVE "ORPHAN ACKNOWLEDGEMENTS . . ." TO WT-LABEL.
           MOVE WS-STP-COUNT-3 (7) TO WT-VALUE.
           PERFORM 5300-WRITE-TOTALS-LINE.
           MOVE "TREND CASES OVER TOLERANCE. ." TO WT-LABEL.
           MOVE WS-STP-COUNT-1 (8) TO WT-VALUE.
           PERFORM 5300-WRITE-TOTALS-LINE.
           MOVE "STEPS ALREADY DONE. . . . . ." TO WT-LABEL.
           MOVE WS-ALREADY-DONE-COUNT TO WT-VALUE.
           PERFORM 5300-WRITE-TOTALS-LINE.

       5300-WRITE-TOTALS-LINE.
      *    nights too - a night that ran nothing is itself a data
      *    point the drift report should see.
       6000-WRITE-RUN-STATISTICS.
      *    A resubmitted stream whose main run found the cycle
      *    already done adds no second row for it when the night
      *    that posted the cycle recorded one - the drift report
      *    would count the cycle twice.
           IF WS-STP-FOUND (3) = "Y" AND WS-STP-RC (3) = 2
               PERFORM 6100-CHECK-CYCLE-RECORDED
           END-IF.
           IF CYCLE-ALREADY-RECORDED
               DISPLAY "CYCLE " WS-CYCLE-DATE
                   " ALREADY ON RUN STATISTICS - NO ROW ADDED"
           ELSE
               PERFORM 6200-APPEND-RUN-STATISTICS
           END-IF.

       6100-CHECK-CYCLE-RECORDED.
           OPEN INPUT RUN-STAT-FILE.
           IF WS-RUN-STAT-STATUS = "00"
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM UNTIL END-OF-STATUS-FILE
                   READ RUN-STAT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           IF RST-CYCLE-DATE = WS-CYCLE-DATE
                               MOVE "Y" TO WS-STAT-FOUND-SWITCH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STAT-FILE
           END-IF.

       6200-APPEND-RUN-STATISTICS.
           OPEN EXTEND RUN-STAT-FILE.
           IF WS-RUN-STAT-STATUS = "35"
               OPEN OUTPUT RUN-STAT-FILE
           MOVE WS-STP-RC (3) TO RST-OPER-RC.
           MOVE WS-STP-RC (4) TO RST-SUSP-RC.
           MOVE WS-STP-RC (5) TO RST-VERIF-RC.
           MOVE WS-STP-RC (7) TO RST-PAYM-RC.
           MOVE WS-STP-RC (8) TO RST-TREND-RC.
           WRITE RUN-STAT-RECORD.
           CLOSE RUN-STAT-FILE.

