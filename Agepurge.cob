      *    moves every case whose operation date is older than the
      *    cutoff on the purge control card to the cumulative archive
      *    (full record image plus the final resault the case last
      *    computed, read by key off the latest-resault file
      *    RESALAST), deletes it from the
      *    KSDS, and prints a purge register of what was moved.  The
      *    cluster was sized at 10000 records - this keeps the
      *    nightly pass from re-reading dead cases forever.  Refuses
      *    to run without a plausible cutoff date: an empty card
      *    must never purge the whole file.  A purged case that
      *    payroll still holds an accepted value for is flagged
      *    removal due on the payroll baseline (PAYBASE), so the
      *    next nightly extract sends payroll the Removed row.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT LATEST-RESAULT-FILE ASSIGN TO "RESALAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LST-CASE-ID
               FILE STATUS IS WS-LATEST-STATUS.

           SELECT PURGE-CARD-FILE ASSIGN TO "PURGCRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PURGE-CARD-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PURGERPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY ARCHREC.

       FD  LATEST-RESAULT-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY LASTREC.

       FD  PAY-BASELINE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PAYBASE.

       FD  PURGE-CARD-FILE
           RECORD CONTAINS 8 CHARACTERS.
       WORKING-STORAGE SECTION.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-ARCHIVE-STATUS          PIC XX.
       01  WS-LATEST-STATUS           PIC XX.
       01  WS-PURGE-CARD-STATUS       PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
       01  WS-BASELINE-SWITCH         PIC X VALUE "N".
           88 PAY-BASELINE-AVAILABLE      VALUE "Y".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-CARD-OK-SWITCH          PIC X VALUE "N".
           88 PURGE-CARD-IS-GOOD          VALUE "Y".
       01  WS-CUTOFF-DATE             PIC 9(8) VALUE ZERO.
       01  WS-PURGE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-FINAL-RESAULT           PIC 9(4).
       01  WS-READ-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-PURGED-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-RETAINED-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-HELD-RETAINED-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-ARCHIVE-FAIL-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-DELETE-FAIL-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-REMOVAL-FLAGGED-COUNT   PIC 9(8) VALUE ZERO.
       01  WS-REMOVAL-FAIL-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
       01  WS-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE          PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(14) VALUE "PURGE REGISTER".
           05 FILLER PIC X(48) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "RETAINED ON MASTER. . . . . .".
           05 WT3-RETAINED-COUNT      PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-3A.
           05 FILLER PIC X(30) VALUE "  PAST CUTOFF BUT ON HOLD . .".
           05 WT3A-HELD-RETAINED      PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4.
           05 FILLER PIC X(30) VALUE "RETENTION CUTOFF DATE . . . .".
           05 WT4-CUTOFF-DATE         PIC 9(8).

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "PAYROLL REMOVALS FLAGGED. . .".
           05 WT5-REMOVAL-FLAGGED     PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5A.
           05 FILLER PIC X(30) VALUE "  BASELINE REWRITE FAILED. .".
           05 WT5A-REMOVAL-FAIL       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF PURGE-CARD-IS-GOOD
               PERFORM 3000-SWEEP-MASTER-FILE
           END-IF.
           PERFORM 9000-TERMINATE.
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT ARCHIVE-FILE
               END-IF
               PERFORM 1200-OPEN-PAY-BASELINE
           END-IF.
           IF PURGE-CARD-IS-GOOD
               PERFORM 1300-OPEN-LATEST-RESAULT
           END-IF.

      *    No baseline yet means payroll holds nothing to withdraw.
      *    Any other failure would purge cases payroll keeps paying
      *    on, so the purge is refused.
       1200-OPEN-PAY-BASELINE.
           OPEN I-O PAY-BASELINE-FILE.
           EVALUATE WS-PAY-BASELINE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-BASELINE-SWITCH
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PAY-BASELINE-FILE OPEN FAILED, STATUS = "
                       WS-PAY-BASELINE-STATUS " - PURGE REFUSED"
                   CLOSE AGE-TRANS-FILE
                   CLOSE ARCHIVE-FILE
                   MOVE "N" TO WS-CARD-OK-SWITCH
           END-EVALUATE.

      *    Without the latest-resault file every case would archive
      *    with the master's never-updated resault - refuse the
      *    purge and rebuild the file (Lastbld) first.
       1300-OPEN-LATEST-RESAULT.
           OPEN INPUT LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS NOT = "00"
               DISPLAY "LATEST-RESAULT-FILE OPEN FAILED, STATUS = "
                   WS-LATEST-STATUS " - PURGE REFUSED"
               CLOSE AGE-TRANS-FILE
               CLOSE ARCHIVE-FILE
               IF PAY-BASELINE-AVAILABLE
                   CLOSE PAY-BASELINE-FILE
                   MOVE "N" TO WS-BASELINE-SWITCH
               END-IF
               MOVE "N" TO WS-CARD-OK-SWITCH
           END-IF.

      *    A purge with no plausible cutoff would sweep the whole
               CLOSE PURGE-CARD-FILE
           END-IF.

       3000-SWEEP-MASTER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           IF WS-AGE-TRANS-STATUS NOT = "00"
               PERFORM 3100-READ-MASTER-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
      *        A held case stays on the master however old it is
      *        - the hold has to be lifted before it can archive.
               EVALUATE TRUE
                   WHEN AGE-OPERATION-DATE NOT < WS-CUTOFF-DATE
                       ADD 1 TO WS-RETAINED-COUNT
                   WHEN CASE-ON-HOLD
                       ADD 1 TO WS-RETAINED-COUNT
                       ADD 1 TO WS-HELD-RETAINED-COUNT
                   WHEN OTHER
                       PERFORM 3200-PURGE-ONE-CASE
               END-EVALUATE
               PERFORM 3100-READ-MASTER-FILE
           END-PERFORM.

               DELETE AGE-TRANS-FILE
               IF WS-AGE-TRANS-STATUS = "00"
                   ADD 1 TO WS-PURGED-COUNT
                   IF PAY-BASELINE-AVAILABLE
                       PERFORM 3400-FLAG-BASELINE-REMOVAL
                   END-IF
                   PERFORM 5000-WRITE-REGISTER-LINE
               ELSE
                   ADD 1 TO WS-DELETE-FAIL-COUNT
                   " - CASE RETAINED ON MASTER"
           END-IF.

      *    Only an ACTIVE baseline is flagged.  The branch is kept on
      *    the baseline because the master row is gone by the time
      *    the Removed row is sent.  A failed rewrite leaves payroll
      *    holding a value for a case no longer on the master, so
      *    it is counted and ends the step 12.
       3400-FLAG-BASELINE-REMOVAL.
           MOVE AGE-CASE-ID TO PBS-CASE-ID.
           READ PAY-BASELINE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BASELINE-ACTIVE
                       MOVE "D" TO PBS-STATUS
                       MOVE WS-PURGE-DATE TO PBS-STATUS-DATE
                       MOVE AGE-BRANCH-ID TO PBS-BRANCH-ID
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

      *    A case that never computed a live resault archives with
      *    the master's own value.
       3300-FIND-FINAL-RESAULT.
           MOVE AGE-RESAULT TO WS-FINAL-RESAULT.
           MOVE AGE-CASE-ID TO LST-CASE-ID.
           READ LATEST-RESAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LST-LATEST-RESAULT TO WS-FINAL-RESAULT
           END-READ.

       5000-WRITE-REGISTER-LINE.
           IF WS-PAGE-NUMBER = ZERO OR
           IF PURGE-CARD-IS-GOOD
               CLOSE AGE-TRANS-FILE
               CLOSE ARCHIVE-FILE
               CLOSE LATEST-RESAULT-FILE
           END-IF.
           IF PAY-BASELINE-AVAILABLE
               CLOSE PAY-BASELINE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "CASES PURGED TO ARCHIVE = " WS-PURGED-COUNT.
                   WS-DELETE-FAIL-COUNT " - CASES RETAINED"
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-REMOVAL-FAIL-COUNT > ZERO
               DISPLAY "BASELINE REWRITE FAILURES = "
                   WS-REMOVAL-FAIL-COUNT " - REMOVALS NOT FLAGGED"
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF NOT PURGE-CARD-IS-GOOD
           MOVE WS-RETAINED-COUNT TO WT3-RETAINED-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-RETAINED-COUNT TO WT3A-HELD-RETAINED.
           MOVE WS-REPORT-TOTALS-LINE-3A TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CUTOFF-DATE TO WT4-CUTOFF-DATE.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REMOVAL-FLAGGED-COUNT TO WT5-REMOVAL-FLAGGED.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REMOVAL-FAIL-COUNT TO WT5A-REMOVAL-FAIL.
           MOVE WS-REPORT-TOTALS-LINE-5A TO REPORT-LINE.
           WRITE REPORT-LINE.
