      *    Only when everything passes does it roll the run control
      *    forward and end RC=0 so scheduling releases the merged
      *    outputs downstream; any failure ends RC=16 and nothing
      *    is released.  A cycle the run control already shows
      *    released is a resubmitted stream: nothing is merged or
      *    rolled again and the step ends RC=2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-TOTALS-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY PARTREC.

       FD  RUN-CONTROL-FILE
       01  WS-LAST-RUN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-RUN-CONTROL-OK-SWITCH   PIC X VALUE "N".
           88 RUN-CONTROL-WAS-READ        VALUE "Y".
       01  WS-RELEASED-SWITCH         PIC X VALUE "N".
           88 CYCLE-ALREADY-RELEASED      VALUE "Y".
       01  WS-SUB                     PIC 9(4) COMP VALUE ZERO.
       01  WS-SUB-2                   PIC 9(4) COMP VALUE ZERO.
       01  WS-PART-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-TOTAL-PROCESSED         PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-EXCEPTIONS        PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-SKIPPED           PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-HELD              PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-DETAIL            PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-RESAULT-SUM       PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
              10 WS-PRT-DETAIL        PIC 9(8).
              10 WS-PRT-RESAULT-SUM   PIC 9(8).
              10 WS-PRT-RECONCILE     PIC X(1).
              10 WS-PRT-HELD          PIC 9(8).

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(24) VALUE "PARTITION MERGE REGISTER".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF NOT CYCLE-ALREADY-RELEASED
               PERFORM 2000-LOAD-PARTITION-TOTALS
               PERFORM 3000-CROSS-CHECK-PARTITIONS
           END-IF.
           PERFORM 5000-WRITE-MERGE-REGISTER.
           PERFORM 9000-TERMINATE.
           STOP RUN.
                       MOVE RCT-WINDOW-END TO WS-WINDOW-END
                       MOVE RCT-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                       MOVE "Y" TO WS-RUN-CONTROL-OK-SWITCH
                       IF RCT-LAST-RUN-DATE NOT = ZERO AND
                               RCT-CYCLE-DATE = RCT-LAST-RUN-DATE
                           DISPLAY "CYCLE " RCT-CYCLE-DATE
                               " ALREADY RELEASED - NOT MERGED"
                           MOVE "Y" TO WS-RELEASED-SWITCH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
                   TO WS-PRT-RESAULT-SUM (WS-PART-COUNT)
               MOVE PRT-RECONCILE
                   TO WS-PRT-RECONCILE (WS-PART-COUNT)
               MOVE PRT-HELD-COUNT
                   TO WS-PRT-HELD (WS-PART-COUNT)
               ADD PRT-RECORDS-READ TO WS-TOTAL-READ
               ADD PRT-RECORDS-PROCESSED TO WS-TOTAL-PROCESSED
               ADD PRT-EXCEPTION-COUNT TO WS-TOTAL-EXCEPTIONS
               ADD PRT-SKIPPED-COUNT TO WS-TOTAL-SKIPPED
               ADD PRT-HELD-COUNT TO WS-TOTAL-HELD
               ADD PRT-DETAIL-COUNT TO WS-TOTAL-DETAIL
               ADD PRT-RESAULT-SUM TO WS-TOTAL-RESAULT-SUM
           ELSE
                   "MERGE REFUSED"
               MOVE "N" TO WS-MERGE-OK-SWITCH
           END-IF.
           IF WS-TOTAL-READ NOT = WS-TOTAL-PROCESSED +
                   WS-TOTAL-SKIPPED + WS-TOTAL-HELD
               DISPLAY "COMBINED READ = " WS-TOTAL-READ
                   " PROCESSED = " WS-TOTAL-PROCESSED
                   " SKIPPED = " WS-TOTAL-SKIPPED
                   " HELD = " WS-TOTAL-HELD
                   " - MERGE REFUSED"
               MOVE "N" TO WS-MERGE-OK-SWITCH
           END-IF.
           MOVE "OUTSIDE CYCLE WINDOW. . . . ." TO WT-LABEL.
           MOVE WS-TOTAL-SKIPPED TO WT-VALUE.
           PERFORM 5100-WRITE-TOTALS-LINE.
           MOVE "ON HOLD - NOT PROCESSED . . ." TO WT-LABEL.
           MOVE WS-TOTAL-HELD TO WT-VALUE.
           PERFORM 5100-WRITE-TOTALS-LINE.
           MOVE "CASES ON REPORT . . . . . . ." TO WT-LABEL.
           MOVE WS-TOTAL-DETAIL TO WT-VALUE.
           PERFORM 5100-WRITE-TOTALS-LINE.
           MOVE "SUM OF RESAULT VALUES . . . ." TO WT-LABEL.
           MOVE WS-TOTAL-RESAULT-SUM TO WT-VALUE.
           PERFORM 5100-WRITE-TOTALS-LINE.
           EVALUATE TRUE
               WHEN CYCLE-ALREADY-RELEASED
                   MOVE "ALREADY RELEASED - NOT MERGED" TO WR-RESULT
               WHEN MERGE-IS-CLEAN
                   MOVE "OK - CYCLE RELEASED" TO WR-RESULT
               WHEN OTHER
                   MOVE "** REFUSED - NOTHING RELEASED **"
                       TO WR-RESULT
           END-EVALUATE.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    RC=2 for a cycle already released also keeps the combine
      *    steps from copying the partitions' outputs over the
      *    posted night's merged files.
       9000-TERMINATE.
           IF MERGE-IS-CLEAN AND RUN-CONTROL-WAS-READ
                   AND NOT CYCLE-ALREADY-RELEASED
               PERFORM 9700-UPDATE-RUN-CONTROL
           END-IF.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN CYCLE-ALREADY-RELEASED
                   MOVE 2 TO RETURN-CODE
               WHEN MERGE-IS-CLEAN
                   DISPLAY "PARTITION MERGE OK - " WS-PART-COUNT
                       " PARTITIONS, CYCLE RELEASED"
               WHEN OTHER
                   DISPLAY "PARTITION MERGE REFUSED - CYCLE HELD"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           PERFORM 9800-WRITE-STEP-STATUS.

      *    The combined main-run status record for the end-of-
               OPEN OUTPUT STEP-STATUS-FILE
           END-IF.
           MOVE "OPERATN" TO STT-STEP-NAME.
           EVALUATE TRUE
               WHEN CYCLE-ALREADY-RELEASED
                   MOVE 2 TO STT-RETURN-CODE
               WHEN MERGE-IS-CLEAN
                   MOVE ZERO TO STT-RETURN-CODE
               WHEN OTHER
                   MOVE 16 TO STT-RETURN-CODE
           END-EVALUATE.
           MOVE WS-TOTAL-READ TO STT-RECORDS-READ.
           MOVE WS-TOTAL-EXCEPTIONS TO STT-COUNT-1.
           MOVE WS-TOTAL-SKIPPED TO STT-COUNT-2.
           MOVE WS-TOTAL-DETAIL TO STT-COUNT-3.
           MOVE WS-TOTAL-RESAULT-SUM TO STT-RESAULT-SUM.
           MOVE WS-MERGE-OK-SWITCH TO STT-RECONCILE.
           EVALUATE TRUE
               WHEN CYCLE-ALREADY-RELEASED
                   MOVE "ALREADY DONE FOR THIS CYCLE" TO STT-TEXT
               WHEN MERGE-IS-CLEAN
                   MOVE "RECONCILIATION OK" TO STT-TEXT
               WHEN OTHER
                   MOVE "RECONCILIATION MISMATCH" TO STT-TEXT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO STT-TIMESTAMP.
           WRITE STEP-STATUS-RECORD.
           CLOSE STEP-STATUS-FILE.
