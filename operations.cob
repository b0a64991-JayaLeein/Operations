               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT RULES-FILE ASSIGN TO "RULELIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "RESAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LATEST-RESAULT-FILE ASSIGN TO "RESALAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LST-CASE-ID
               FILE STATUS IS WS-LATEST-STATUS.

           SELECT CYCLE-RESULTS-FILE ASSIGN TO "CYCRSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  EXCEPTIONS-FILE
           COPY SUSPREC.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY AUDITREC.

       FD  RUN-CONTROL-FILE
           COPY RUNCTL.

       FD  RULES-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY RULEVER.

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 609 CHARACTERS.
           COPY CKPTREC.

       FD  REPORT-FILE
       01  REPORT-LINE                PIC X(132).

       FD  EXTRACT-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY EXTRECT.

       FD  PAY-BASELINE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PAYBASE.

       FD  HISTORY-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY HISTREC.

       FD  LATEST-RESAULT-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY LASTREC.

       FD  CYCLE-RESULTS-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CYCREC.

       FD  STEP-STATUS-FILE
           05 PTC-TO-CASE-ID          PIC X(10).

       FD  PARTITION-TOTALS-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY PARTREC.

       WORKING-STORAGE SECTION.
           88 AGE-TRANS-OPEN-FAILED       VALUE "Y".
       01  WS-RUN-REJECT-SWITCH       PIC X VALUE "N".
           88 RUN-CONTROL-REJECTED        VALUE "Y".
      *    The run control's last-run date only reaches the cycle
      *    date when that cycle has been posted and released, so a
      *    card whose cycle date equals it is a resubmitted stream
      *    for a cycle already done - nothing is opened or posted.
       01  WS-POSTED-SWITCH           PIC X VALUE "N".
           88 CYCLE-ALREADY-POSTED        VALUE "Y".
       01  WS-CYCLE-SWITCH            PIC X VALUE "N".
           88 CASE-IN-CYCLE               VALUE "Y".
       01  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-END              PIC 9(8) VALUE ZERO.
       01  WS-LAST-RUN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-SKIPPED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-HELD-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-RULES-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-RULES-FILE           VALUE "Y".
       01  WS-RULE-LOAD-SWITCH        PIC X VALUE "N".
           88 LOADING-RULE-VERSION        VALUE "Y".
       01  WS-RULE-OVERFLOW-SWITCH    PIC X VALUE "N".
           88 RULE-TABLE-OVERFLOWED       VALUE "Y".
       01  WS-RULE-VERSION-ID         PIC 9(6) VALUE ZERO.
       01  WS-RULE-EFFECTIVE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-RULE-MAKER-ID           PIC X(8) VALUE SPACES.
       01  WS-RULE-CHECKER-ID         PIC X(8) VALUE SPACES.
       01  WS-RULE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-RULE-MAX                PIC 9(4) COMP VALUE 50.
       01  WS-RULE-SUB                PIC 9(4) COMP VALUE ZERO.

       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EXTRACT-STATUS          PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
      *    The payroll baseline decides what goes on the delta feed.
      *    No baseline dataset at all is the first delta night -
      *    every computed case goes out as New.
       01  WS-BASELINE-SWITCH         PIC X VALUE "N".
           88 PAY-BASELINE-AVAILABLE      VALUE "Y".
       01  WS-BASELINE-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-PAY-BASELINE         VALUE "Y".
       01  WS-BASELINE-FOUND-SWITCH   PIC X VALUE "N".
           88 BASELINE-CASE-FOUND         VALUE "Y".
       01  WS-EXTRACT-NEW-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-EXTRACT-CHG-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-EXTRACT-REM-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-LATEST-STATUS           PIC XX.
      *    The latest-resault KSDS is derived from the history and
      *    can always be rebuilt from it (Lastbld), so a missing or
      *    failing file never stops the run - it is reported for
      *    the rebuild instead.
       01  WS-LATEST-SWITCH           PIC X VALUE "N".
           88 LATEST-FILE-AVAILABLE       VALUE "Y".
       01  WS-LATEST-FOUND-SWITCH     PIC X VALUE "N".
           88 LATEST-CASE-FOUND           VALUE "Y".
       01  WS-LATEST-FAIL-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-LATEST-STEP-SWITCH      PIC X VALUE "N".
           88 LATEST-OUT-OF-STEP          VALUE "Y".
       01  WS-CYCLE-RESULTS-STATUS    PIC XX.
       01  WS-STEP-STATUS-STATUS      PIC XX.
       01  WS-PARTITION-CARD-STATUS   PIC XX.
           05 FILLER PIC X(30) VALUE "OUTSIDE CYCLE WINDOW. . . . .".
           05 WT6-SKIPPED-COUNT       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-12.
           05 FILLER PIC X(30) VALUE "ON HOLD - NOT PROCESSED . . .".
           05 WT12-HELD-COUNT         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-8.
           05 FILLER PIC X(30) VALUE "PAYROLL ROWS - NEW . . . . . .".
           05 WT8-EXTRACT-NEW         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-9.
           05 FILLER PIC X(30) VALUE "PAYROLL ROWS - CHANGED . . . .".
           05 WT9-EXTRACT-CHG         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-10.
           05 FILLER PIC X(30) VALUE "PAYROLL ROWS - REMOVED . . . .".
           05 WT10-EXTRACT-REM        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-11.
           05 FILLER PIC X(30) VALUE "SUPPRESSED AS UNCHANGED . . .".
           05 WT11-SUPPRESSED         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-7.
           05 FILLER PIC X(30) VALUE "CYCLE DATE. . . . . . . . . .".
           05 WT7-CYCLE-DATE          PIC 9(8).
       01  WS-RULES-HEADING           PIC X(40)
               VALUE "CALCULATION RULES IN EFFECT".

       01  WS-RULES-VERSION-LINE.
           05 FILLER PIC X(8) VALUE "VERSION ".
           05 WV-VERSION-ID           PIC 9(6).
           05 FILLER PIC X(12) VALUE "  EFFECTIVE ".
           05 WV-EFFECTIVE-DATE       PIC 9(8).
           05 FILLER PIC X(11) VALUE "  KEYED BY ".
           05 WV-MAKER-ID             PIC X(8).
           05 FILLER PIC X(14) VALUE "  APPROVED BY ".
           05 WV-CHECKER-ID           PIC X(8).

       01  WS-RULES-DETAIL.
           05 FILLER PIC X(9) VALUE "CATEGORY ".
           05 WR-CATEGORY             PIC X(2).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1050-CHECK-CYCLE-POSTED.
           IF CYCLE-ALREADY-POSTED
               PERFORM 9900-END-ALREADY-POSTED
               STOP RUN
           END-IF.
           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL END-OF-AGE-TRANS-FILE
               IF CASE-ON-HOLD
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 2980-WRITE-HELD-RESULT
               ELSE
                   PERFORM 1500-CHECK-CYCLE-WINDOW
                   IF CASE-IN-CYCLE
                       PERFORM 2000-PROCESS-RECORD
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                       PERFORM 2970-WRITE-SKIPPED-RESULT
                   END-IF
               END-IF
               PERFORM 7000-CHECKPOINT-IF-DUE
               PERFORM 8000-READ-AGE-TRANS-FILE
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *    Looked at before anything is opened: the output opens in
      *    1200 truncate tonight's audit log, report, extract and
      *    cycle results, which for a cycle already done are the
      *    posted night's files.  Any read problem is left for 1300
      *    to report and reject in the ordinary way.
       1050-CHECK-CYCLE-POSTED.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCT-LAST-RUN-DATE NOT = ZERO AND
                               RCT-CYCLE-DATE = RCT-LAST-RUN-DATE
                           MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
                           MOVE "Y" TO WS-POSTED-SWITCH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1000-INITIALIZE.
           PERFORM 1100-READ-CHECKPOINT.
           PERFORM 1250-READ-PARTITION-CARD.
           PERFORM 1350-LOAD-RULES-TABLE.
           OPEN INPUT AGE-TRANS-FILE.
           PERFORM 1200-OPEN-OUTPUT-FILES.
           PERFORM 1450-OPEN-PAY-BASELINE.
           IF NOT RUN-IS-PARTITIONED
               PERFORM 1490-OPEN-LATEST-RESAULT
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           IF RUN-CONTROL-REJECTED
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF NOT SKIPPING-TO-RESTART
                   PERFORM 1460-SEND-DUE-REMOVALS
               END-IF
               PERFORM 1400-POSITION-AGE-TRANS-FILE
           END-IF.

      *    A missing baseline (35) is the first delta night; any
      *    other failure would send every case as New and flood
      *    payroll, so the run is refused instead.
       1450-OPEN-PAY-BASELINE.
           OPEN INPUT PAY-BASELINE-FILE.
           EVALUATE WS-PAY-BASELINE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-BASELINE-SWITCH
               WHEN "35"
                   DISPLAY "PAY-BASELINE-FILE NOT FOUND - EVERY "
                       "CASE GOES TO PAYROLL AS NEW"
               WHEN OTHER
                   DISPLAY "PAY-BASELINE-FILE OPEN FAILED, STATUS = "
                       WS-PAY-BASELINE-STATUS " - RUN REJECTED"
                   MOVE "Y" TO WS-RUN-REJECT-SWITCH
           END-EVALUATE.

      *    A partitioned instance leaves the file alone: the
      *    instances run side by side, and their history rows only
      *    become live once the merge passes, so OPERPART posts the
      *    merged cycle onto the file (Lastbld POST) after combining
      *    the history.
       1490-OPEN-LATEST-RESAULT.
           OPEN I-O LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS = "00"
               MOVE "Y" TO WS-LATEST-SWITCH
           ELSE
               DISPLAY "LATEST-RESAULT-FILE NOT AVAILABLE, STATUS = "
                   WS-LATEST-STATUS " - REBUILD IT WITH LASTBLD"
           END-IF.

      *    Cases purged from the master or backed out since the last
      *    run were flagged REMOVAL DUE on the baseline; each one goes
      *    to payroll as a Removed row withdrawing the value payroll
      *    last accepted.  The baseline stays REMOVAL DUE until the
      *    settlement finds the row accepted and marks it REMOVED,
      *    so a fresh rerun of the cycle, which empties the extract,
      *    sends the rows again.  The rows are all written before
      *    the first case, so a checkpoint restart - whose extract
      *    already holds them - does not send them twice.  A
      *    partitioned instance sends only the removals in its
      *    range.
       1460-SEND-DUE-REMOVALS.
           IF PAY-BASELINE-AVAILABLE
               MOVE "N" TO WS-BASELINE-EOF-SWITCH
               IF RUN-IS-PARTITIONED
                   MOVE WS-PART-FROM-CASE-ID TO PBS-CASE-ID
               ELSE
                   MOVE LOW-VALUES TO PBS-CASE-ID
               END-IF
               START PAY-BASELINE-FILE
                       KEY IS NOT LESS THAN PBS-CASE-ID
                   INVALID KEY
                       MOVE "Y" TO WS-BASELINE-EOF-SWITCH
               END-START
               PERFORM 1470-READ-NEXT-BASELINE
               PERFORM UNTIL END-OF-PAY-BASELINE
                   IF BASELINE-REMOVAL-DUE
                       PERFORM 1480-WRITE-REMOVED-ROW
                   END-IF
                   PERFORM 1470-READ-NEXT-BASELINE
               END-PERFORM
           END-IF.

       1470-READ-NEXT-BASELINE.
           IF NOT END-OF-PAY-BASELINE
               READ PAY-BASELINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-BASELINE-EOF-SWITCH
                   NOT AT END
                       IF RUN-IS-PARTITIONED AND
                               PBS-CASE-ID > WS-PART-TO-CASE-ID
                           MOVE "Y" TO WS-BASELINE-EOF-SWITCH
                       END-IF
               END-READ
           END-IF.

       1480-WRITE-REMOVED-ROW.
           MOVE PBS-CASE-ID TO EXT-CASE-ID.
           MOVE ZERO TO EXT-RESAULT.
           MOVE PBS-BRANCH-ID TO EXT-BRANCH-ID.
           MOVE "R" TO EXT-CHANGE-CODE.
           MOVE PBS-ACCEPTED-RESAULT TO EXT-PRIOR-RESAULT.
           WRITE EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-REM-COUNT.

       1400-POSITION-AGE-TRANS-FILE.
           IF WS-AGE-TRANS-STATUS NOT = "00"
               DISPLAY "AGE-TRANS-FILE OPEN FAILED, STATUS = "
                           MOVE CKPT-EXCEPTION-COUNT
                               TO WS-EXCEPTION-COUNT
                           MOVE CKPT-SKIPPED-COUNT TO WS-SKIPPED-COUNT
                           MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                           MOVE CKPT-DETAIL-COUNT TO WS-DETAIL-COUNT
                           MOVE CKPT-RESAULT-SUM TO WS-RESAULT-SUM
                           MOVE CKPT-PAGE-NUMBER TO WS-PAGE-NUMBER
                           MOVE CKPT-LINE-COUNT TO WS-LINE-COUNT
                           MOVE CKPT-BRANCH-COUNT TO WS-BRANCH-COUNT
                           MOVE CKPT-BRANCH-TABLE TO WS-BRANCH-TABLE
                           MOVE CKPT-EXTRACT-NEW-COUNT
                               TO WS-EXTRACT-NEW-COUNT
                           MOVE CKPT-EXTRACT-CHG-COUNT
                               TO WS-EXTRACT-CHG-COUNT
                           MOVE CKPT-EXTRACT-REM-COUNT
                               TO WS-EXTRACT-REM-COUNT
                           MOVE CKPT-SUPPRESSED-COUNT
                               TO WS-SUPPRESSED-COUNT
                           DISPLAY "RESTARTING AFTER CASE "
                               WS-RESTART-CASE-ID
                       END-IF
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    The operation sequence and factors come from the rules
      *    library (RULELIB.DAT) at run time, keyed by case category.
      *    Only the APPROVED version with the latest effective date
      *    on or before the cycle date is loaded - proposed and
      *    rejected versions, and approved ones not yet in force,
      *    are passed over.  A run with no usable rules is rejected
      *    the same way as a bad cycle date - every case would
      *    otherwise reject.
       1350-LOAD-RULES-TABLE.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
                   PERFORM 1360-READ-RULES-FILE
               END-PERFORM
               CLOSE RULES-FILE
               EVALUATE TRUE
                   WHEN WS-RULE-VERSION-ID = ZERO
                       DISPLAY "NO APPROVED RULES VERSION IN FORCE FOR "
                           WS-CYCLE-DATE " - RUN REJECTED"
                       MOVE "Y" TO WS-RUN-REJECT-SWITCH
                   WHEN WS-RULE-COUNT = ZERO
                       DISPLAY "RULES VERSION " WS-RULE-VERSION-ID
                           " HAS NO RULES - RUN REJECTED"
                       MOVE "Y" TO WS-RUN-REJECT-SWITCH
                   WHEN RULE-TABLE-OVERFLOWED
                       DISPLAY "RULES TABLE FULL - RUN REJECTED"
                       MOVE "Y" TO WS-RUN-REJECT-SWITCH
                   WHEN OTHER
                       DISPLAY "RULES VERSION " WS-RULE-VERSION-ID
                           " EFFECTIVE " WS-RULE-EFFECTIVE-DATE
                           " IN FORCE"
               END-EVALUATE
           END-IF.

       1360-READ-RULES-FILE.
           END-READ.

       1370-STORE-RULE.
           IF RVR-VERSION-HEADER
               PERFORM 1380-CHECK-RULE-VERSION
           ELSE
               IF LOADING-RULE-VERSION AND
                       RVR-VERSION-ID = WS-RULE-VERSION-ID
                   PERFORM 1390-ADD-RULE-TO-TABLE
               END-IF
           END-IF.

      *    A header that beats the version picked so far - later
      *    effective date, or same date and a higher version id -
      *    throws away the rules loaded for the old pick.
       1380-CHECK-RULE-VERSION.
           MOVE "N" TO WS-RULE-LOAD-SWITCH.
           IF VERSION-APPROVED AND
                   RVR-EFFECTIVE-DATE NOT > WS-CYCLE-DATE AND
                   (RVR-EFFECTIVE-DATE > WS-RULE-EFFECTIVE-DATE OR
                   (RVR-EFFECTIVE-DATE = WS-RULE-EFFECTIVE-DATE AND
                    RVR-VERSION-ID > WS-RULE-VERSION-ID))
               MOVE "Y" TO WS-RULE-LOAD-SWITCH
               MOVE "N" TO WS-RULE-OVERFLOW-SWITCH
               MOVE ZERO TO WS-RULE-COUNT
               MOVE RVR-VERSION-ID TO WS-RULE-VERSION-ID
               MOVE RVR-EFFECTIVE-DATE TO WS-RULE-EFFECTIVE-DATE
               MOVE RVR-MAKER-ID TO WS-RULE-MAKER-ID
               MOVE RVR-CHECKER-ID TO WS-RULE-CHECKER-ID
           END-IF.

       1390-ADD-RULE-TO-TABLE.
           IF WS-RULE-COUNT < WS-RULE-MAX
               ADD 1 TO WS-RULE-COUNT
               MOVE RVR-CATEGORY
                   TO WS-RUL-CATEGORY (WS-RULE-COUNT)
               MOVE RVR-SEQUENCE
                   TO WS-RUL-SEQUENCE (WS-RULE-COUNT)
               MOVE RVR-OPERATION
                   TO WS-RUL-OPERATION (WS-RULE-COUNT)
               MOVE RVR-FACTOR
                   TO WS-RUL-FACTOR (WS-RULE-COUNT)
           ELSE
               MOVE "Y" TO WS-RULE-OVERFLOW-SWITCH
           END-IF.

       1500-CHECK-CYCLE-WINDOW.
           MOVE WS-STEP-BEFORE TO AUD-VALUE-BEFORE.
           MOVE WS-STEP-AFTER TO AUD-VALUE-AFTER.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-RULE-VERSION-ID TO AUD-RULE-VERSION.
           WRITE AUDIT-LOG-RECORD.

       2900-REJECT-RECORD.
       2960-WRITE-CYCLE-RESULT.
           MOVE AGE-CASE-ID TO CYC-CASE-ID.
           MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
           MOVE WS-RULE-VERSION-ID TO CYC-RULE-VERSION.
           WRITE CYCLE-RESULT-RECORD.

      *    Same category default the processed rows carry, so a
           MOVE "W" TO CYC-DISPOSITION.
           PERFORM 2960-WRITE-CYCLE-RESULT.

      *    A held case is frozen - it is not put through the rules,
      *    nothing is sent to payroll and no history is written.  Its
      *    cycle results row records that it was passed over, with
      *    the age it is frozen at.
       2980-WRITE-HELD-RESULT.
           IF AGE-CATEGORY = SPACES
               MOVE "01" TO CYC-CATEGORY
           ELSE
               MOVE AGE-CATEGORY TO CYC-CATEGORY
           END-IF.
           MOVE AGE-AGE TO CYC-START-AGE.
           MOVE ZERO TO CYC-FINAL-RESAULT.
           MOVE "H" TO CYC-DISPOSITION.
           PERFORM 2960-WRITE-CYCLE-RESULT.

       3000-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WH1-RUN-DATE.
                   TO WS-BRN-RESAULT-SUM (WS-BRANCH-FOUND-SUB)
           END-IF.

      *    Delta feed: the case goes to payroll only if payroll has
      *    no live value for it (New) or the value it last accepted
      *    differs from tonight's (Changed).  An unchanged resault is
      *    counted and suppressed.  The history row is written either
      *    way - it records what the cycle computed, not what was
      *    sent.
       5100-WRITE-EXTRACT-RECORD.
           PERFORM 5120-READ-PAY-BASELINE.
           MOVE AGE-CASE-ID TO EXT-CASE-ID.
           MOVE WS-CASE-FINAL-RESAULT TO EXT-RESAULT.
           MOVE AGE-BRANCH-ID TO EXT-BRANCH-ID.
           EVALUATE TRUE
               WHEN NOT BASELINE-CASE-FOUND
                   MOVE "N" TO EXT-CHANGE-CODE
                   MOVE ZERO TO EXT-PRIOR-RESAULT
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-EXTRACT-NEW-COUNT
               WHEN PBS-ACCEPTED-RESAULT NOT = WS-CASE-FINAL-RESAULT
                   MOVE "C" TO EXT-CHANGE-CODE
                   MOVE PBS-ACCEPTED-RESAULT TO EXT-PRIOR-RESAULT
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-EXTRACT-CHG-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED-COUNT
           END-EVALUATE.
           PERFORM 5150-WRITE-HISTORY-RECORD.

      *    A removed baseline means payroll was told to drop the
      *    case - it comes back as New, not as a change.  So does
      *    one still REMOVAL DUE: its Removed row went out ahead of
      *    tonight's cases and withdraws the old value first.
       5120-READ-PAY-BASELINE.
           MOVE "N" TO WS-BASELINE-FOUND-SWITCH.
           IF PAY-BASELINE-AVAILABLE
               MOVE AGE-CASE-ID TO PBS-CASE-ID
               READ PAY-BASELINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BASELINE-ACTIVE
                           MOVE "Y" TO WS-BASELINE-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF.

       5150-WRITE-HISTORY-RECORD.
           MOVE AGE-CASE-ID TO HST-CASE-ID.
           MOVE WS-CYCLE-DATE TO HST-RUN-DATE.
           MOVE WS-CASE-FINAL-RESAULT TO HST-RESAULT.
           MOVE SPACE TO HST-SUPERSEDED.
           WRITE HISTORY-RECORD.
           IF LATEST-FILE-AVAILABLE
               PERFORM 5160-POST-LATEST-RESAULT
           END-IF.

      *    A new cycle date moves the case's latest resault down to
      *    prior.  A second posting for the same cycle date - a
      *    checkpoint restart re-running the case - replaces the
      *    latest value only, so the prior run is never lost.
       5160-POST-LATEST-RESAULT.
           MOVE AGE-CASE-ID TO LST-CASE-ID.
           READ LATEST-RESAULT-FILE
               INVALID KEY
                   MOVE "N" TO WS-LATEST-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-LATEST-FOUND-SWITCH
           END-READ.
           IF LATEST-CASE-FOUND
               IF LST-LATEST-RUN-DATE NOT = WS-CYCLE-DATE
                   MOVE LST-LATEST-RUN-DATE TO LST-PRIOR-RUN-DATE
                   MOVE LST-LATEST-RESAULT TO LST-PRIOR-RESAULT
               END-IF
               MOVE WS-CYCLE-DATE TO LST-LATEST-RUN-DATE
               MOVE WS-CASE-FINAL-RESAULT TO LST-LATEST-RESAULT
               REWRITE LATEST-RESAULT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE AGE-CASE-ID TO LST-CASE-ID
               MOVE WS-CYCLE-DATE TO LST-LATEST-RUN-DATE
               MOVE WS-CASE-FINAL-RESAULT TO LST-LATEST-RESAULT
               MOVE ZERO TO LST-PRIOR-RUN-DATE
               MOVE ZERO TO LST-PRIOR-RESAULT
               WRITE LATEST-RESAULT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-LATEST-STATUS NOT = "00"
               ADD 1 TO WS-LATEST-FAIL-COUNT
           END-IF.

       9500-WRITE-CONTROL-TOTALS.
           PERFORM 9600-RECONCILE-COUNTS.
           MOVE WS-SKIPPED-COUNT TO WT6-SKIPPED-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WT12-HELD-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-12 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RESAULT-SUM TO WT3-RESAULT-SUM.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RECORDS-READ TO WT4-RECORDS-READ.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXTRACT-NEW-COUNT TO WT8-EXTRACT-NEW.
           MOVE WS-REPORT-TOTALS-LINE-8 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXTRACT-CHG-COUNT TO WT9-EXTRACT-CHG.
           MOVE WS-REPORT-TOTALS-LINE-9 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXTRACT-REM-COUNT TO WT10-EXTRACT-REM.
           MOVE WS-REPORT-TOTALS-LINE-10 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUPPRESSED-COUNT TO WT11-SUPPRESSED.
           MOVE WS-REPORT-TOTALS-LINE-11 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RECONCILIATION-OK
               MOVE "OK" TO WT5-RECONCILE-RESULT
           ELSE
           WRITE REPORT-LINE.
           MOVE WS-RULES-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RULE-VERSION-ID TO WV-VERSION-ID.
           MOVE WS-RULE-EFFECTIVE-DATE TO WV-EFFECTIVE-DATE.
           MOVE WS-RULE-MAKER-ID TO WV-MAKER-ID.
           MOVE WS-RULE-CHECKER-ID TO WV-CHECKER-ID.
           MOVE WS-RULES-VERSION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               MOVE WS-RUL-CATEGORY (WS-RULE-SUB) TO WR-CATEGORY
               DISPLAY "RECONCILIATION MISMATCH - ZERO RECORDS READ "
                   "FROM AGE-TRANS-FILE"
           END-IF.
           IF WS-RECORDS-READ NOT = WS-RECORDS-PROCESSED +
                   WS-SKIPPED-COUNT + WS-HELD-COUNT
               MOVE "N" TO WS-RECONCILE-SWITCH
               DISPLAY "RECONCILIATION MISMATCH - RECORDS READ = "
                   WS-RECORDS-READ " RECORDS PROCESSED = "
                   WS-RECORDS-PROCESSED " SKIPPED = "
                   WS-SKIPPED-COUNT " HELD = " WS-HELD-COUNT
           END-IF.
           IF WS-RECORDS-PROCESSED NOT =
                   WS-DETAIL-COUNT + WS-EXCEPTION-COUNT
               DISPLAY "RECONCILIATION MISMATCH - PROCESSED = "
                   WS-RECORDS-PROCESSED " OUTPUT = " WS-DETAIL-COUNT
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-EXTRACT-NEW-COUNT +
                   WS-EXTRACT-CHG-COUNT + WS-SUPPRESSED-COUNT
               MOVE "N" TO WS-RECONCILE-SWITCH
               DISPLAY "RECONCILIATION MISMATCH - REPORTED = "
                   WS-DETAIL-COUNT " SENT NEW/CHANGED = "
                   WS-EXTRACT-NEW-COUNT "/" WS-EXTRACT-CHG-COUNT
                   " SUPPRESSED = " WS-SUPPRESSED-COUNT
           END-IF.

       7000-CHECKPOINT-IF-DUE.
           ADD 1 TO WS-RECORDS-SINCE-CHECKPOINT.
           MOVE WS-LINE-COUNT TO CKPT-LINE-COUNT.
           MOVE WS-BRANCH-COUNT TO CKPT-BRANCH-COUNT.
           MOVE WS-BRANCH-TABLE TO CKPT-BRANCH-TABLE.
           MOVE WS-EXTRACT-NEW-COUNT TO CKPT-EXTRACT-NEW-COUNT.
           MOVE WS-EXTRACT-CHG-COUNT TO CKPT-EXTRACT-CHG-COUNT.
           MOVE WS-EXTRACT-REM-COUNT TO CKPT-EXTRACT-REM-COUNT.
           MOVE WS-SUPPRESSED-COUNT TO CKPT-SUPPRESSED-COUNT.
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CKPT-TIMESTAMP.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE CYCLE-RESULTS-FILE.
           IF PAY-BASELINE-AVAILABLE
               CLOSE PAY-BASELINE-FILE
           END-IF.
           IF LATEST-FILE-AVAILABLE
               CLOSE LATEST-RESAULT-FILE
           END-IF.
      *    The purge, simulation and trend sweeps trust this file -
      *    a night it was not kept in step with the history ends
      *    RC=4 and says so on the night summary.
           IF WS-LATEST-FAIL-COUNT > ZERO
               DISPLAY "LATEST-RESAULT UPDATES FAILED = "
                   WS-LATEST-FAIL-COUNT " - REBUILD IT WITH LASTBLD"
               MOVE "Y" TO WS-LATEST-STEP-SWITCH
           END-IF.
           IF NOT LATEST-FILE-AVAILABLE AND NOT RUN-IS-PARTITIONED
               MOVE "Y" TO WS-LATEST-STEP-SWITCH
           END-IF.
           DISPLAY "PAYROLL ROWS NEW = " WS-EXTRACT-NEW-COUNT
               " CHANGED = " WS-EXTRACT-CHG-COUNT
               " REMOVED = " WS-EXTRACT-REM-COUNT
               " SUPPRESSED = " WS-SUPPRESSED-COUNT.
      *    A rejected run processed nothing - clearing the checkpoint
      *    then would destroy the restart position a prior abend left
      *    behind and make the corrected rerun start from record one
           IF NOT RECONCILIATION-OK
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF LATEST-OUT-OF-STEP AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9800-WRITE-STEP-STATUS.

       9750-WRITE-PARTITION-TOTALS.
           MOVE WS-DETAIL-COUNT TO PRT-DETAIL-COUNT.
           MOVE WS-RESAULT-SUM TO PRT-RESAULT-SUM.
           MOVE WS-RECONCILE-SWITCH TO PRT-RECONCILE.
           MOVE WS-HELD-COUNT TO PRT-HELD-COUNT.
           WRITE PARTITION-TOTALS-RECORD.
           CLOSE PARTITION-TOTALS-FILE.

           MOVE WS-DETAIL-COUNT TO STT-COUNT-3.
           MOVE WS-RESAULT-SUM TO STT-RESAULT-SUM.
           MOVE WS-RECONCILE-SWITCH TO STT-RECONCILE.
           EVALUATE TRUE
               WHEN CYCLE-ALREADY-POSTED
                   MOVE "ALREADY DONE FOR THIS CYCLE" TO STT-TEXT
               WHEN NOT RECONCILIATION-OK
                   MOVE "RECONCILIATION MISMATCH" TO STT-TEXT
               WHEN LATEST-OUT-OF-STEP
                   MOVE "RESALAST OUT OF STEP - LASTBLD" TO STT-TEXT
               WHEN OTHER
                   MOVE "RECONCILIATION OK" TO STT-TEXT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO STT-TIMESTAMP.
           WRITE STEP-STATUS-RECORD.
           CLOSE STEP-STATUS-FILE.

      *    A resubmitted stream for a cycle already done.  The posted
      *    night's outputs, checkpoint and run control are left just
      *    as they are, and RC=2 tells the night summary the step
      *    was already done rather than failed.
       9900-END-ALREADY-POSTED.
           DISPLAY "CYCLE " WS-CYCLE-DATE " ALREADY POSTED AND "
               "RELEASED - NOTHING PROCESSED".
           MOVE 2 TO RETURN-CODE.
           PERFORM 9800-WRITE-STEP-STATUS.
