      *      - a payroll reversal row is written to PAYREV.DAT so
      *        the settlement step nets the extract row the cycle
      *        sent out of the pending file;
      *      - a payroll baseline (PAYBASE) still holding an
      *        accepted value for the case is flagged removal due,
      *        so the next run sends payroll a Removed row and the
      *        corrected value then goes out as New;
      *      - the history row is marked superseded in a new copy
      *        of the history file (swapped in by the next job
      *        step) so the trend and purge sweeps stop reading
      *        the bad numbers, and the case's entry on the
      *        latest-resault file (RESALAST) steps back to the
      *        run before.
      *    The run control last-run date is rolled back to the
      *    prior run's so the corrected rerun is not rejected as a
      *    backward cycle date, the cycle's posting steps on the
      *    step-completion register (STEPREG) are marked RELEASED
      *    so the rerun may recycle and settle it again, and the
      *    backout register lists every case reversed with its
      *    disposition.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-NEW-STATUS.

           SELECT LATEST-RESAULT-FILE ASSIGN TO "RESALAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LST-CASE-ID
               FILE STATUS IS WS-LATEST-STATUS.

           SELECT REVERSAL-FILE ASSIGN TO "PAYREV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRG-KEY
               FILE STATUS IS WS-STEP-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BACKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           COPY RUNCTL.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY AUDITREC.

       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  HISTORY-NEW-RECORD         PIC X(23).

       FD  LATEST-RESAULT-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY LASTREC.

      *    Reversal rows carry the same layout as the extract rows
      *    they reverse, so the settlement step reads them with the
      *    shared record.
       FD  REVERSAL-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY EXTRECT.

       FD  PAY-BASELINE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PAYBASE.

       FD  STEP-REGISTER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY STEPREG.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-HISTORY-NEW-STATUS      PIC XX.
       01  WS-LATEST-STATUS           PIC XX.
       01  WS-LATEST-SWITCH           PIC X VALUE "N".
           88 LATEST-FILE-AVAILABLE       VALUE "Y".
       01  WS-REVERSAL-STATUS         PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
       01  WS-STEP-REGISTER-STATUS    PIC XX.
       01  WS-REGISTER-STEP           PIC X(8).
       01  WS-BASELINE-SWITCH         PIC X VALUE "N".
           88 PAY-BASELINE-AVAILABLE      VALUE "Y".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-APPROVED-SWITCH         PIC X VALUE "N".
       01  WS-RESTORE-FAIL-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-REVERSAL-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-REVERSED-SUM            PIC 9(8) VALUE ZERO.
       01  WS-REMOVAL-FLAGGED-COUNT   PIC 9(8) VALUE ZERO.
       01  WS-REMOVAL-FAIL-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-LATEST-BACK-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-LATEST-FAIL-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-STEPS-RELEASED-COUNT    PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
           05 FILLER PIC X(30) VALUE "LAST RUN DATE ROLLED BACK TO.".
           05 WT7-PRIOR-RUN-DATE      PIC 9(8).

       01  WS-REPORT-TOTALS-LINE-8.
           05 FILLER PIC X(30) VALUE "PAYROLL REMOVALS FLAGGED. . .".
           05 WT8-REMOVAL-FLAGGED     PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-8A.
           05 FILLER PIC X(30) VALUE "  BASELINE REWRITE FAILED. .".
           05 WT8A-REMOVAL-FAIL       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-9.
           05 FILLER PIC X(30) VALUE "LATEST RESAULTS STEPPED BACK.".
           05 WT9-LATEST-BACK         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-10.
           05 FILLER PIC X(30) VALUE "POSTING STEPS RELEASED. . . .".
           05 WT10-STEPS-RELEASED     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF BACKOUT-IS-APPROVED
               PERFORM 3000-SWEEP-HISTORY
           END-IF.
           IF BACKOUT-IS-APPROVED
               PERFORM 4000-RELEASE-POSTING-STEPS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

               OPEN INPUT HISTORY-FILE
               OPEN OUTPUT HISTORY-NEW-FILE
               OPEN OUTPUT REVERSAL-FILE
               PERFORM 1400-OPEN-PAY-BASELINE
               PERFORM 1450-OPEN-LATEST-RESAULT
               IF WS-AGE-TRANS-STATUS NOT = "00" OR
                       WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "MASTER OR HISTORY OPEN FAILED - "
               END-IF
           END-IF.

      *    No baseline yet means payroll has accepted nothing since
      *    the delta feed went live - there is nothing to withdraw.
       1400-OPEN-PAY-BASELINE.
           OPEN I-O PAY-BASELINE-FILE.
           EVALUATE WS-PAY-BASELINE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-BASELINE-SWITCH
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PAY-BASELINE-FILE OPEN FAILED, STATUS = "
                       WS-PAY-BASELINE-STATUS " - BACKOUT REFUSED"
                   MOVE "N" TO WS-APPROVED-SWITCH
           END-EVALUATE.

      *    The latest-resault file can always be rebuilt from the
      *    marked history (Lastbld), so its absence never holds up
      *    a backout.
       1450-OPEN-LATEST-RESAULT.
           OPEN I-O LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS = "00"
               MOVE "Y" TO WS-LATEST-SWITCH
           ELSE
               DISPLAY "LATEST-RESAULT-FILE NOT AVAILABLE, STATUS = "
                   WS-LATEST-STATUS " - REBUILD IT WITH LASTBLD"
           END-IF.

       1100-READ-BACKOUT-CARD.
           OPEN INPUT BACKOUT-CARD-FILE.
           IF WS-BACKOUT-CARD-STATUS NOT = "00"
       3100-REVERSE-ONE-CASE.
           PERFORM 3200-RESTORE-MASTER-AGE.
           PERFORM 3300-WRITE-REVERSAL-ROW.
           IF LATEST-FILE-AVAILABLE
               PERFORM 3500-STEP-BACK-LATEST
           END-IF.
           PERFORM 5000-WRITE-REGISTER-LINE.

       3200-RESTORE-MASTER-AGE.
           ADD 1 TO WS-REVERSAL-COUNT.
           ADD HST-RESAULT TO WS-REVERSED-SUM.
           MOVE HST-CASE-ID TO EXT-CASE-ID.
           MOVE ZERO TO EXT-RESAULT.
           IF MASTER-CASE-FOUND
               MOVE AGE-BRANCH-ID TO EXT-BRANCH-ID
           ELSE
               MOVE SPACES TO EXT-BRANCH-ID
           END-IF.
           MOVE "R" TO EXT-CHANGE-CODE.
           MOVE HST-RESAULT TO EXT-PRIOR-RESAULT.
           WRITE EXTRACT-RECORD.
           IF PAY-BASELINE-AVAILABLE
               PERFORM 3400-FLAG-BASELINE-REMOVAL
           END-IF.

      *    Only an ACTIVE baseline is flagged - a case payroll never
      *    accepted, or already had withdrawn, has nothing to remove.
      *    A failed rewrite leaves payroll holding the reversed value,
      *    so it is counted and ends the step 12.
       3400-FLAG-BASELINE-REMOVAL.
           MOVE HST-CASE-ID TO PBS-CASE-ID.
           READ PAY-BASELINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BASELINE-ACTIVE
                       MOVE "D" TO PBS-STATUS
                       MOVE WS-BACKOUT-DATE TO PBS-STATUS-DATE
                       IF MASTER-CASE-FOUND
                           MOVE AGE-BRANCH-ID TO PBS-BRANCH-ID
                       END-IF
                       REWRITE PAY-BASELINE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-PAY-BASELINE-STATUS = "00"
                           ADD 1 TO WS-REMOVAL-FLAGGED-COUNT
                       ELSE
                           ADD 1 TO WS-REMOVAL-FAIL-COUNT
                           DISPLAY "BASELINE REWRITE FAILED "
                               "FOR CASE " PBS-CASE-ID
                               ", STATUS = " WS-PAY-BASELINE-STATUS
                       END-IF
                   END-IF
           END-READ.

      *    The prior resault becomes the latest again.  The run
      *    before that is not carried on the file, so the prior
      *    slot is left empty until the corrected rerun moves the
      *    restored value down into it; a case the reversed cycle
      *    posted for the first time has no live run left at all
      *    and comes off the file.
       3500-STEP-BACK-LATEST.
           MOVE HST-CASE-ID TO LST-CASE-ID.
           READ LATEST-RESAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LST-LATEST-RUN-DATE = WS-BACKOUT-DATE
                       PERFORM 3550-PROMOTE-PRIOR-RESAULT
                   END-IF
           END-READ.

       3550-PROMOTE-PRIOR-RESAULT.
           IF NO-PRIOR-RESAULT
               DELETE LATEST-RESAULT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE LST-PRIOR-RUN-DATE TO LST-LATEST-RUN-DATE
               MOVE LST-PRIOR-RESAULT TO LST-LATEST-RESAULT
               MOVE ZERO TO LST-PRIOR-RUN-DATE
               MOVE ZERO TO LST-PRIOR-RESAULT
               REWRITE LATEST-RESAULT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
           IF WS-LATEST-STATUS = "00"
               ADD 1 TO WS-LATEST-BACK-COUNT
           ELSE
               ADD 1 TO WS-LATEST-FAIL-COUNT
           END-IF.

      *    The backed-out cycle's recycle and settlement are marked
      *    RELEASED so the corrected rerun of the cycle posts again
      *    instead of ending "already done".  The register is not
      *    needed to reverse anything, so a register that cannot be
      *    opened leaves the backout standing - the operator then
      *    releases the steps with Steprels before the rerun.
       4000-RELEASE-POSTING-STEPS.
           OPEN I-O STEP-REGISTER-FILE.
           IF WS-STEP-REGISTER-STATUS = "00"
               MOVE "SUSPCYCL" TO WS-REGISTER-STEP
               PERFORM 4100-RELEASE-ONE-STEP
               MOVE "PAYMATCH" TO WS-REGISTER-STEP
               PERFORM 4100-RELEASE-ONE-STEP
               CLOSE STEP-REGISTER-FILE
           ELSE
               DISPLAY "STEP-REGISTER-FILE NOT AVAILABLE, STATUS = "
                   WS-STEP-REGISTER-STATUS
                   " - RELEASE SUSPCYCL AND PAYMATCH WITH STEPRELS"
           END-IF.

       4100-RELEASE-ONE-STEP.
           MOVE WS-BACKOUT-DATE TO SRG-CYCLE-DATE.
           MOVE WS-REGISTER-STEP TO SRG-STEP-NAME.
           READ STEP-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF STEP-COMPLETE
                       MOVE "R" TO SRG-STATUS
                       MOVE "CYCLBACK" TO SRG-RELEASED-BY
                       MOVE "CYCLE BACKED OUT"
                           TO SRG-RELEASE-REASON
                       MOVE FUNCTION CURRENT-DATE
                           TO SRG-RELEASED-TIMESTAMP
                       REWRITE STEP-REGISTER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-STEP-REGISTER-STATUS = "00"
                           ADD 1 TO WS-STEPS-RELEASED-COUNT
                       ELSE
                           DISPLAY "STEP-REGISTER UPDATE FAILED FOR "
                               WS-REGISTER-STEP " - RELEASE IT WITH "
                               "STEPRELS"
                       END-IF
                   END-IF
           END-READ.

       5000-WRITE-REGISTER-LINE.
           IF WS-PAGE-NUMBER = ZERO OR
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      *    A refused backout changed nothing and ends 16, which
      *    keeps the history swap step from running; a backout that
      *    ran but could not flag every payroll removal still needs
      *    its swap and ends 12.
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           IF BACKOUT-IS-APPROVED
               CLOSE REVERSAL-FILE
               PERFORM 9700-ROLL-BACK-RUN-CONTROL
           END-IF.
           IF PAY-BASELINE-AVAILABLE
               CLOSE PAY-BASELINE-FILE
           END-IF.
           IF LATEST-FILE-AVAILABLE
               CLOSE LATEST-RESAULT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "HISTORY ROWS SUPERSEDED = " WS-SUPERSEDED-COUNT
               " MASTERS RESTORED = " WS-RESTORED-COUNT.
           IF WS-LATEST-FAIL-COUNT > ZERO
               DISPLAY "LATEST-RESAULT UPDATES FAILED = "
                   WS-LATEST-FAIL-COUNT " - REBUILD IT WITH LASTBLD"
           END-IF.
           EVALUATE TRUE
               WHEN NOT BACKOUT-IS-APPROVED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-REMOVAL-FAIL-COUNT > ZERO
                   DISPLAY "BASELINE REWRITE FAILURES = "
                       WS-REMOVAL-FAIL-COUNT
                       " - REMOVALS NOT FLAGGED"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-RESTORE-FAIL-COUNT > ZERO
                   DISPLAY "RESTORE FAILURES = "
           MOVE WS-PRIOR-RUN-DATE TO WT7-PRIOR-RUN-DATE.
           MOVE WS-REPORT-TOTALS-LINE-7 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REMOVAL-FLAGGED-COUNT TO WT8-REMOVAL-FLAGGED.
           MOVE WS-REPORT-TOTALS-LINE-8 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REMOVAL-FAIL-COUNT TO WT8A-REMOVAL-FAIL.
           MOVE WS-REPORT-TOTALS-LINE-8A TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LATEST-BACK-COUNT TO WT9-LATEST-BACK.
           MOVE WS-REPORT-TOTALS-LINE-9 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-STEPS-RELEASED-COUNT TO WT10-STEPS-RELEASED.
           MOVE WS-REPORT-TOTALS-LINE-10 TO REPORT-LINE.
           WRITE REPORT-LINE.
