      *    Items that fail again re-enter suspense as NEW with
      *    tonight's cycle date.  Anything still in repair older than
      *    the aging limit is flagged on the recycle report.
      *    The step-completion register (STEPREG.DAT) records each
      *    cycle the recycle finishes; a resubmitted stream finds
      *    the cycle COMPLETE, posts nothing and ends RC=2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

           SELECT RULES-FILE ASSIGN TO "RULELIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LATEST-RESAULT-FILE ASSIGN TO "RESALAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LST-CASE-ID
               FILE STATUS IS WS-LATEST-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRG-KEY
               FILE STATUS IS WS-STEP-REGISTER-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       01  SUSPENSE-NEW-RECORD        PIC X(85).

       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  RULES-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY RULEVER.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY AUDITREC.

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

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY RUNCTL.

       FD  CYCLE-RESULTS-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CYCREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  STEP-REGISTER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY STEPREG.

       FD  STEP-STATUS-FILE
           RECORD CONTAINS 102 CHARACTERS.
           COPY STATREC.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-EXTRACT-STATUS          PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
       01  WS-BASELINE-SWITCH         PIC X VALUE "N".
           88 PAY-BASELINE-AVAILABLE      VALUE "Y".
       01  WS-BASELINE-FOUND-SWITCH   PIC X VALUE "N".
           88 BASELINE-CASE-FOUND         VALUE "Y".
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-LATEST-STATUS           PIC XX.
       01  WS-LATEST-SWITCH           PIC X VALUE "N".
           88 LATEST-FILE-AVAILABLE       VALUE "Y".
       01  WS-LATEST-FOUND-SWITCH     PIC X VALUE "N".
           88 LATEST-CASE-FOUND           VALUE "Y".
       01  WS-LATEST-FAIL-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-LATEST-STEP-SWITCH      PIC X VALUE "N".
           88 LATEST-OUT-OF-STEP          VALUE "Y".
       01  WS-RULES-STATUS            PIC XX.
       01  WS-RUN-CONTROL-STATUS      PIC XX.
       01  WS-CYCLE-RESULTS-STATUS    PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-STEP-STATUS-STATUS      PIC XX.
       01  WS-STEP-REGISTER-STATUS    PIC XX.
      *    A cycle already COMPLETE on the step-completion register
      *    is not recycled a second time; without the register the
      *    step cannot tell, so it posts nothing at all.
       01  WS-REGISTER-SWITCH         PIC X VALUE "N".
           88 STEP-REGISTER-AVAILABLE     VALUE "Y".
       01  WS-REGISTER-FOUND-SWITCH   PIC X VALUE "N".
           88 REGISTER-ENTRY-FOUND        VALUE "Y".
       01  WS-POSTED-SWITCH           PIC X VALUE "N".
           88 CYCLE-ALREADY-POSTED        VALUE "Y".
       01  WS-BASELINE-REFUSED-SWITCH PIC X VALUE "N".
           88 PAY-BASELINE-UNUSABLE       VALUE "Y".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-SUSPENSE-FILE        VALUE "Y".
       01  WS-REJECT-SWITCH           PIC X VALUE "N".
           88 END-OF-RULES-FILE           VALUE "Y".
       01  WS-RULES-OK-SWITCH         PIC X VALUE "N".
           88 RULES-TABLE-LOADED          VALUE "Y".
       01  WS-RULE-LOAD-SWITCH        PIC X VALUE "N".
           88 LOADING-RULE-VERSION        VALUE "Y".
       01  WS-RULE-VERSION-ID         PIC 9(6) VALUE ZERO.
       01  WS-RULE-EFFECTIVE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-RULE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-RULE-MAX                PIC 9(4) COMP VALUE 50.
       01  WS-RULE-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-RECYCLED-OK-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-RECYCLED-FAIL-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-CARRIED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-HELD-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-AGED-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
           05 FILLER PIC X(30) VALUE "CARRIED FORWARD IN REPAIR . .".
           05 WT4-CARRIED-COUNT       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4A.
           05 FILLER PIC X(30) VALUE "  RELEASED BUT CASE ON HOLD .".
           05 WT4A-HELD-COUNT         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "IN SUSPENSE OVER 5 DAYS . . .".
           05 WT5-AGED-COUNT          PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-6.
           05 FILLER PIC X(30) VALUE "UNCHANGED - NOT SENT TO PAY .".
           05 WT6-SUPPRESSED          PIC ZZZ,ZZ9.

       01  WS-REPORT-POSTED-LINE.
           05 FILLER PIC X(30) VALUE "CYCLE ALREADY RECYCLED. . . .".
           05 WTP-CYCLE-DATE          PIC 9(8).
           05 FILLER PIC X(40)
               VALUE " - NOTHING POSTED, ALL ITEMS CARRIED".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.

       1000-INITIALIZE.
           PERFORM 1300-READ-RUN-CONTROL.
           PERFORM 1400-CHECK-STEP-REGISTER.
           PERFORM 1350-LOAD-RULES-TABLE.
           OPEN INPUT SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-NEW-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
      *    Derived from the history and rebuildable from it, so a
      *    missing latest-resault file is reported, not fatal.
           OPEN I-O LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS = "00"
               MOVE "Y" TO WS-LATEST-SWITCH
           ELSE
               DISPLAY "LATEST-RESAULT-FILE NOT AVAILABLE, STATUS = "
                   WS-LATEST-STATUS " - REBUILD IT WITH LASTBLD"
           END-IF.
           OPEN EXTEND CYCLE-RESULTS-FILE.
           IF WS-CYCLE-RESULTS-STATUS = "35"
               OPEN OUTPUT CYCLE-RESULTS-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.
      *    Read-only here - the baseline moves only when payroll
      *    acknowledges a row.  No baseline yet means every recycled
      *    case goes out as New; one that is there but cannot be
      *    opened posts nothing, as in the main run - every item is
      *    carried and the step ends RC=12.
           OPEN INPUT PAY-BASELINE-FILE.
           EVALUATE WS-PAY-BASELINE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-BASELINE-SWITCH
               WHEN "35"
                   DISPLAY "PAY-BASELINE-FILE NOT FOUND - RECYCLES "
                       "SENT AS NEW"
               WHEN OTHER
                   DISPLAY "PAY-BASELINE-FILE OPEN FAILED, STATUS = "
                       WS-PAY-BASELINE-STATUS " - NOTHING POSTED"
                   MOVE "Y" TO WS-BASELINE-REFUSED-SWITCH
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    A cycle already COMPLETE on the register posts nothing:
      *    every item is carried forward exactly as it stands, so
      *    the swap step reinstalls the same suspense file, and the
      *    step ends RC=2 for the night summary.  A RELEASED entry
      *    (Steprels, or the backout of the cycle) lets the recycle
      *    run the cycle once more.  The first cycle after the
      *    register goes live finds no dataset - create it empty.
       1400-CHECK-STEP-REGISTER.
           OPEN I-O STEP-REGISTER-FILE.
           IF WS-STEP-REGISTER-STATUS = "35"
               OPEN OUTPUT STEP-REGISTER-FILE
               CLOSE STEP-REGISTER-FILE
               OPEN I-O STEP-REGISTER-FILE
           END-IF.
           IF WS-STEP-REGISTER-STATUS NOT = "00"
               DISPLAY "STEP-REGISTER-FILE OPEN FAILED, STATUS = "
                   WS-STEP-REGISTER-STATUS " - NOTHING POSTED"
           ELSE
               MOVE "Y" TO WS-REGISTER-SWITCH
               PERFORM 1450-READ-REGISTER-ENTRY
               IF REGISTER-ENTRY-FOUND AND STEP-COMPLETE
                   MOVE "Y" TO WS-POSTED-SWITCH
                   DISPLAY "CYCLE " WS-CYCLE-DATE
                       " ALREADY RECYCLED AT "
                       SRG-COMPLETED-TIMESTAMP " - NOTHING POSTED"
               END-IF
           END-IF.

       1450-READ-REGISTER-ENTRY.
           MOVE WS-CYCLE-DATE TO SRG-CYCLE-DATE.
           MOVE "SUSPCYCL" TO SRG-STEP-NAME.
           READ STEP-REGISTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGISTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-REGISTER-FOUND-SWITCH
           END-READ.

      *    Same rules library Operations runs from, and the same
      *    choice of version - the APPROVED one with the latest
      *    effective date on or before the cycle date - so a recycle
      *    puts the case through the identical step sequence and
      *    factors.  If the rules cannot be loaded every released
      *    item is carried forward untouched - still RELEASED, aging
      *    intact - rather than recycled wrong or demoted back to NEW.
       1350-LOAD-RULES-TABLE.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               CLOSE RULES-FILE
               IF WS-RULE-COUNT > ZERO
                   MOVE "Y" TO WS-RULES-OK-SWITCH
               ELSE
                   DISPLAY "NO APPROVED RULES VERSION IN FORCE FOR "
                       WS-CYCLE-DATE " - NO RECYCLES THIS CYCLE"
               END-IF
           END-IF.

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

       1380-CHECK-RULE-VERSION.
           MOVE "N" TO WS-RULE-LOAD-SWITCH.
           IF VERSION-APPROVED AND
                   RVR-EFFECTIVE-DATE NOT > WS-CYCLE-DATE AND
                   (RVR-EFFECTIVE-DATE > WS-RULE-EFFECTIVE-DATE OR
                   (RVR-EFFECTIVE-DATE = WS-RULE-EFFECTIVE-DATE AND
                    RVR-VERSION-ID > WS-RULE-VERSION-ID))
               MOVE "Y" TO WS-RULE-LOAD-SWITCH
               MOVE ZERO TO WS-RULE-COUNT
               MOVE RVR-VERSION-ID TO WS-RULE-VERSION-ID
               MOVE RVR-EFFECTIVE-DATE TO WS-RULE-EFFECTIVE-DATE
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
               DISPLAY "RULES TABLE FULL - EXTRA RULES IGNORED"

       2000-PROCESS-SUSPENSE-ITEM.
           ADD 1 TO WS-SUSPENSE-READ-COUNT.
           IF SUSPENSE-RELEASED AND RULES-TABLE-LOADED AND
                   STEP-REGISTER-AVAILABLE AND NOT CYCLE-ALREADY-POSTED
                   AND NOT PAY-BASELINE-UNUSABLE
               PERFORM 2500-RECYCLE-RELEASED-ITEM
           ELSE
               PERFORM 2600-CARRY-ITEM-FORWARD
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-SWITCH
           END-READ.
           IF MASTER-CASE-FOUND AND CASE-ON-HOLD
               PERFORM 2550-CARRY-HELD-ITEM
           ELSE
               IF NOT MASTER-CASE-FOUND
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE "CASE NOT ON AGE-TRANS-FILE"
                       TO WS-RECYCLE-REASON
               ELSE
                   MOVE SUS-CORRECTED-AGE TO age
                   PERFORM 2040-RUN-RULE-SEQUENCE
               END-IF
               IF RECORD-REJECTED
                   PERFORM 2700-RESUSPEND-ITEM
               ELSE
                   PERFORM 2800-POST-RECYCLED-ITEM
               END-IF
           END-IF.

      *    A held case is frozen: its released correction is not
      *    applied, and the item is carried forward still RELEASED,
      *    aging intact, to recycle on the first cycle after the
      *    hold is lifted.
       2550-CARRY-HELD-ITEM.
           ADD 1 TO WS-HELD-COUNT.
           PERFORM 2600-CARRY-ITEM-FORWARD.
           MOVE "ON HOLD" TO WD-DISPOSAL.
           MOVE "CASE ON HOLD - NOT RECYCLED" TO WS-RECYCLE-REASON.
           PERFORM 5200-WRITE-REPORT-DETAIL.

      *    Same step executor as the main run: walk the case's
      *    category through its rule sequence, value carried in age.
       2040-RUN-RULE-SEQUENCE.
           MOVE WS-STEP-BEFORE TO AUD-VALUE-BEFORE.
           MOVE WS-STEP-AFTER TO AUD-VALUE-AFTER.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-RULE-VERSION-ID TO AUD-RULE-VERSION.
           WRITE AUDIT-LOG-RECORD.

       2600-CARRY-ITEM-FORWARD.
               PERFORM 2700-RESUSPEND-ITEM
           ELSE
               ADD 1 TO WS-RECYCLED-OK-COUNT
               PERFORM 2810-WRITE-EXTRACT-ROW
               MOVE SUS-CASE-ID TO HST-CASE-ID
               MOVE WS-CYCLE-DATE TO HST-RUN-DATE
               MOVE resault TO HST-RESAULT
               MOVE SPACE TO HST-SUPERSEDED
               WRITE HISTORY-RECORD
               IF LATEST-FILE-AVAILABLE
                   PERFORM 2820-POST-LATEST-RESAULT
               END-IF
               PERFORM 2850-WRITE-CYCLE-RESULT
               MOVE "RECYCLED" TO WS-RECYCLE-REASON
               PERFORM 5100-WRITE-DISPOSAL-LINE
           END-IF.

      *    Same delta rule as the main run: New when payroll holds no
      *    live value for the case (none, or one removed or due for
      *    removal), Changed when the corrected
      *    resault differs from the one payroll accepted, otherwise
      *    suppressed.
       2810-WRITE-EXTRACT-ROW.
           MOVE "N" TO WS-BASELINE-FOUND-SWITCH.
           IF PAY-BASELINE-AVAILABLE
               MOVE SUS-CASE-ID TO PBS-CASE-ID
               READ PAY-BASELINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BASELINE-ACTIVE
                           MOVE "Y" TO WS-BASELINE-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF.
           MOVE SUS-CASE-ID TO EXT-CASE-ID.
           MOVE resault TO EXT-RESAULT.
           MOVE AGE-BRANCH-ID TO EXT-BRANCH-ID.
           EVALUATE TRUE
               WHEN NOT BASELINE-CASE-FOUND
                   MOVE "N" TO EXT-CHANGE-CODE
                   MOVE ZERO TO EXT-PRIOR-RESAULT
                   WRITE EXTRACT-RECORD
               WHEN PBS-ACCEPTED-RESAULT NOT = resault
                   MOVE "C" TO EXT-CHANGE-CODE
                   MOVE PBS-ACCEPTED-RESAULT TO EXT-PRIOR-RESAULT
                   WRITE EXTRACT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-SUPPRESSED-COUNT
           END-EVALUATE.

      *    The recycled case gets its row on the cycle results file
      *    like any case the main run reported - without it the
      *    post-run verification would read a clean recycle as a
      *    case the batch logged but never finished.
      *    Same rule as the main run: a new cycle date moves the
      *    latest resault down to prior, and a case the main run
      *    already posted tonight just has its latest value replaced.
       2820-POST-LATEST-RESAULT.
           MOVE SUS-CASE-ID TO LST-CASE-ID.
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
               MOVE resault TO LST-LATEST-RESAULT
               REWRITE LATEST-RESAULT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SUS-CASE-ID TO LST-CASE-ID
               MOVE WS-CYCLE-DATE TO LST-LATEST-RUN-DATE
               MOVE resault TO LST-LATEST-RESAULT
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

       2850-WRITE-CYCLE-RESULT.
           MOVE SUS-CASE-ID TO CYC-CASE-ID.
           MOVE WS-CYCLE-DATE TO CYC-CYCLE-DATE.
           MOVE SUS-CORRECTED-AGE TO CYC-START-AGE.
           MOVE resault TO CYC-FINAL-RESAULT.
           MOVE "R" TO CYC-DISPOSITION.
           MOVE WS-RULE-VERSION-ID TO CYC-RULE-VERSION.
           WRITE CYCLE-RESULT-RECORD.

       3000-WRITE-PAGE-HEADER.
           CLOSE HISTORY-FILE.
           CLOSE CYCLE-RESULTS-FILE.
           CLOSE REPORT-FILE.
           IF PAY-BASELINE-AVAILABLE
               CLOSE PAY-BASELINE-FILE
           END-IF.
           IF LATEST-FILE-AVAILABLE
               CLOSE LATEST-RESAULT-FILE
           END-IF.
           IF WS-LATEST-FAIL-COUNT > ZERO
               DISPLAY "LATEST-RESAULT UPDATES FAILED = "
                   WS-LATEST-FAIL-COUNT " - REBUILD IT WITH LASTBLD"
               MOVE "Y" TO WS-LATEST-STEP-SWITCH
           END-IF.
           IF NOT LATEST-FILE-AVAILABLE AND WS-RECYCLED-OK-COUNT > ZERO
               MOVE "Y" TO WS-LATEST-STEP-SWITCH
           END-IF.
      *    A failure that keeps the swap from running is never
      *    softened to RC=2 - the new copy must not be installed.
           EVALUATE TRUE
               WHEN NOT STEP-REGISTER-AVAILABLE
                   MOVE 12 TO RETURN-CODE
               WHEN PAY-BASELINE-UNUSABLE
                   MOVE 12 TO RETURN-CODE
               WHEN RETURN-CODE >= 12
                   CONTINUE
               WHEN CYCLE-ALREADY-POSTED
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 9700-RECORD-STEP-COMPLETE
           END-EVALUATE.
           IF STEP-REGISTER-AVAILABLE
               CLOSE STEP-REGISTER-FILE
           END-IF.
           IF LATEST-OUT-OF-STEP AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "SUSPENSE ITEMS READ = " WS-SUSPENSE-READ-COUNT.
           DISPLAY "RECYCLED CLEAN = " WS-RECYCLED-OK-COUNT.
           DISPLAY "RETURNED TO SUSPENSE = " WS-RECYCLED-FAIL-COUNT.
           MOVE WS-CARRIED-COUNT TO STT-COUNT-3.
           MOVE ZERO TO STT-RESAULT-SUM.
           MOVE "Y" TO STT-RECONCILE.
           EVALUATE TRUE
               WHEN NOT STEP-REGISTER-AVAILABLE
                   MOVE "STEP REGISTER NOT AVAILABLE" TO STT-TEXT
               WHEN PAY-BASELINE-UNUSABLE
                   MOVE "PAY BASELINE NOT AVAILABLE" TO STT-TEXT
               WHEN CYCLE-ALREADY-POSTED
                   MOVE "ALREADY DONE FOR THIS CYCLE" TO STT-TEXT
               WHEN LATEST-OUT-OF-STEP
                   MOVE "RESALAST OUT OF STEP - LASTBLD" TO STT-TEXT
               WHEN WS-AGED-COUNT > ZERO
                   MOVE "ITEMS OVER AGING LIMIT" TO STT-TEXT
               WHEN OTHER
                   MOVE "RECYCLE COMPLETE" TO STT-TEXT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO STT-TIMESTAMP.
           WRITE STEP-STATUS-RECORD.
           CLOSE STEP-STATUS-FILE.
           MOVE WS-CARRIED-COUNT TO WT4-CARRIED-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WT4A-HELD-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-4A TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-AGED-COUNT TO WT5-AGED-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUPPRESSED-COUNT TO WT6-SUPPRESSED.
           MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CYCLE-ALREADY-POSTED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CYCLE-DATE TO WTP-CYCLE-DATE
               MOVE WS-REPORT-POSTED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    The cycle's recycle is posted - mark it COMPLETE so a
      *    resubmitted stream cannot post it again.  A release that
      *    let this run through is kept on the entry with a bumped
      *    run count.  If the mark cannot be written the swap must
      *    still install tonight's copy (the items are posted), so
      *    the step ends 8 for the morning operator instead.
       9700-RECORD-STEP-COMPLETE.
           PERFORM 1450-READ-REGISTER-ENTRY.
           IF NOT REGISTER-ENTRY-FOUND
               MOVE WS-CYCLE-DATE TO SRG-CYCLE-DATE
               MOVE "SUSPCYCL" TO SRG-STEP-NAME
               MOVE ZERO TO SRG-RUN-COUNT
               MOVE SPACES TO SRG-RELEASED-BY
               MOVE SPACES TO SRG-RELEASE-REASON
               MOVE SPACES TO SRG-RELEASED-TIMESTAMP
           END-IF.
           MOVE "C" TO SRG-STATUS.
           MOVE RETURN-CODE TO SRG-RETURN-CODE.
           MOVE WS-RECYCLED-OK-COUNT TO SRG-POSTED-COUNT.
           ADD 1 TO SRG-RUN-COUNT.
           MOVE FUNCTION CURRENT-DATE TO SRG-COMPLETED-TIMESTAMP.
           IF REGISTER-ENTRY-FOUND
               REWRITE STEP-REGISTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE STEP-REGISTER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-STEP-REGISTER-STATUS NOT = "00"
               DISPLAY "STEP-REGISTER UPDATE FAILED, STATUS = "
                   WS-STEP-REGISTER-STATUS
                   " - A RERUN WOULD RECYCLE THIS CYCLE AGAIN"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
