       IDENTIFICATION DIVISION.
       PROGRAM-ID. Audproof.
       AUTHOR. JingYi Li.

      *    Audit-chain proof step of the nightly stream, run in
      *    OPERJOB after the suspense recycle and before settlement
      *    clears the extract.  Where Operations' reconciliation only
      *    proves counts and sums, this step proves every case the
      *    cycle reported (CYC-DISPOSITION R on CYCRSLT.DAT, from the
      *    main run or the recycle) from its AUDITLOG.DAT steps and
      *    the RULELIB.DAT version it was priced under:
      *      - the steps follow the rule sequence of the case's
      *        category in that version, each under that version;
      *      - the first step starts from CYC-START-AGE and every
      *        later step from the step before's after-value;
      *      - re-applying each step's operation and factor gives
      *        the after-value the step logged;
      *      - the last after-value is CYC-FINAL-RESAULT, and that
      *        is the value on the case's live RESAHIST row for the
      *        cycle and on its EXTRACT.DAT row.
      *    A case with no extract row is not a break only when the
      *    payroll baseline (PAYBASE) shows payroll already holds
      *    that value - the delta extract suppressed it as
      *    unchanged.  Rejected, held and
      *    out-of-window cases posted nothing and are only counted.
      *    Every break goes on the proof report with the case and
      *    the step it fails at; any break ends the step RC 8, and
      *    an input that cannot be read or a full table ends it
      *    RC 12 - a proof that did not see everything proves
      *    nothing.  Every file is only read here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT RULES-FILE ASSIGN TO "RULELIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT CYCLE-RESULTS-FILE ASSIGN TO "CYCRSLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CYCLE-RESULTS-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "RESAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PROOFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY RUNCTL.

       FD  RULES-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY RULEVER.

       FD  CYCLE-RESULTS-FILE
           RECORD CONTAINS 35 CHARACTERS.
           COPY CYCREC.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY AUDITREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY HISTREC.

       FD  EXTRACT-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY EXTRECT.

       FD  PAY-BASELINE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PAYBASE.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  STEP-STATUS-FILE
           RECORD CONTAINS 102 CHARACTERS.
           COPY STATREC.

       WORKING-STORAGE SECTION.
       01  WS-RUN-CONTROL-STATUS      PIC XX.
       01  WS-RULES-STATUS            PIC XX.
       01  WS-CYCLE-RESULTS-STATUS    PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-EXTRACT-STATUS          PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
       01  WS-BASELINE-SWITCH         PIC X VALUE "N".
           88 PAY-BASELINE-AVAILABLE      VALUE "Y".
       01  WS-BASELINE-FOUND-SWITCH   PIC X VALUE "N".
           88 BASELINE-HOLDS-VALUE        VALUE "Y".
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-STEP-STATUS-STATUS      PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-USABLE-SWITCH           PIC X VALUE "Y".
           88 PROOF-INPUTS-USABLE         VALUE "Y".
       01  WS-CASE-BREAK-SWITCH       PIC X VALUE "N".
           88 CASE-HAS-BREAK              VALUE "Y".
       01  WS-CHAIN-BREAK-SWITCH      PIC X VALUE "N".
           88 CHAIN-IS-BROKEN             VALUE "Y".
       01  WS-RECOMPUTE-SWITCH        PIC X VALUE "N".
           88 RECOMPUTE-FAILED            VALUE "Y".
       01  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-FLOOR-DATE              PIC 9(8) VALUE ZERO.
       01  WS-ENTRY-DATE              PIC 9(8).
       01  WS-SEARCH-CASE-ID          PIC X(10).
       01  WS-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-CASE-SUB                PIC 9(5) COMP VALUE ZERO.
       01  WS-ROW-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-AUD-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-AUD-CURSOR              PIC 9(5) COMP VALUE ZERO.
       01  WS-LOW-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-HIGH-SUB                PIC 9(5) COMP VALUE ZERO.
       01  WS-MID-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-MATCH-SUB               PIC 9(5) COMP VALUE ZERO.
       01  WS-CASE-COUNT              PIC 9(5) COMP VALUE ZERO.
       01  WS-CASE-MAX                PIC 9(5) COMP VALUE 12000.
       01  WS-ROW-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-ROW-MAX                 PIC 9(5) COMP VALUE 15000.
       01  WS-AUD-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-AUD-MAX                 PIC 9(5) COMP VALUE 60000.
       01  WS-VER-SUB                 PIC 9(4) COMP VALUE ZERO.
       01  WS-VER-FOUND-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-VER-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-VER-MAX                 PIC 9(4) COMP VALUE 200.
       01  WS-RULE-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-RULE-FOUND-SUB          PIC 9(4) COMP VALUE ZERO.
       01  WS-RULE-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-RULE-MAX                PIC 9(4) COMP VALUE 1000.
       01  WS-STEP-SEQ                PIC 9(2) VALUE ZERO.
       01  WS-MAX-STEPS               PIC 9(2) VALUE 9.
       01  WS-STEP-NO                 PIC 9(2) VALUE ZERO.
       01  WS-STEP-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-CHAIN-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-ROWS-LEFT               PIC 9(5) COMP VALUE ZERO.
       01  WS-ROWS-TO-SKIP            PIC 9(5) COMP VALUE ZERO.
       01  WS-LIST-VERSION            PIC 9(6) VALUE ZERO.
       01  WS-LIST-CATEGORY           PIC X(2) VALUE SPACES.
       01  WS-PROOF-VALUE             PIC 9(4) VALUE ZERO.
       01  WS-RECOMPUTED-VALUE        PIC 9(4) VALUE ZERO.
       01  WS-EDIT-VALUE              PIC Z(3)9.
       01  WS-EDIT-STEP               PIC Z9.
       01  WS-OVERFLOW-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-MAX-RC                  PIC 9(2) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
           05 CDW-MONTH               PIC X(2).
           05 CDW-DAY                 PIC X(2).
           05 FILLER                  PIC X(13).
       01  WS-PAGE-NUMBER             PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE          PIC 9(4) VALUE 50.

       01  WS-PROOF-COUNTS.
           05 WS-CYCLE-ROWS-READ      PIC 9(8) VALUE ZERO.
           05 WS-REPORTED-ROWS        PIC 9(8) VALUE ZERO.
           05 WS-REJECTED-ROWS        PIC 9(8) VALUE ZERO.
           05 WS-WINDOW-ROWS          PIC 9(8) VALUE ZERO.
           05 WS-HELD-ROWS            PIC 9(8) VALUE ZERO.
           05 WS-BACKED-OUT-ROWS      PIC 9(8) VALUE ZERO.
           05 WS-PROVEN-ROWS          PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-CYCLE-STEPS    PIC 9(8) VALUE ZERO.
           05 WS-AUDIT-OTHER-STEPS    PIC 9(8) VALUE ZERO.
           05 WS-STEPS-PROVEN         PIC 9(8) VALUE ZERO.
           05 WS-SUPPRESSED-COUNT     PIC 9(8) VALUE ZERO.
           05 WS-CLEAN-CASE-COUNT     PIC 9(8) VALUE ZERO.
           05 WS-BROKEN-CASE-COUNT    PIC 9(8) VALUE ZERO.
           05 WS-BREAK-COUNT          PIC 9(8) VALUE ZERO.

      *    Every version header on the rules library with whether it
      *    was approved - a case priced under anything else is a
      *    break before a single step is looked at.
       01  WS-VERSION-TABLE.
           05 WS-VER-ENTRY OCCURS 200 TIMES.
              10 WS-VER-VERSION-ID    PIC 9(6).
              10 WS-VER-APPROVED      PIC X(1).

      *    Every rule row of every version - a cycle's cases are
      *    proven against the version stamped on each of them, not
      *    the one in force today.
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 1000 TIMES.
              10 WS-RUL-VERSION-ID    PIC 9(6).
              10 WS-RUL-CATEGORY      PIC X(2).
              10 WS-RUL-SEQUENCE      PIC 9(2).
              10 WS-RUL-OPERATION     PIC X(10).
              10 WS-RUL-FACTOR        PIC 9(4).

      *    The rule rows for one version and category in sequence
      *    order, built once and reused while consecutive cases
      *    share them.
       01  WS-STEP-LIST.
           05 WS-STEP-RULE-SUB        PIC 9(4) COMP OCCURS 9 TIMES.

      *    One entry per case reported on the cycle, in case-id
      *    order so each lookup halves the table.  A case reported
      *    twice in the cycle - by the main run and again by the
      *    recycle, or by a run later backed out and its rerun -
      *    chains its rows through WS-CSE-LAST-ROW / WS-ROW-PREV,
      *    and its audit steps through WS-CSE-LAST-AUD / WS-AUD-PREV,
      *    each newest first.
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 12000 TIMES.
              10 WS-CSE-CASE-ID       PIC X(10).
              10 WS-CSE-ROW-COUNT     PIC 9(5) COMP.
              10 WS-CSE-LAST-ROW      PIC 9(5) COMP.
              10 WS-CSE-LAST-AUD      PIC 9(5) COMP.
              10 WS-CSE-SUPERSEDED    PIC 9(4) COMP.
              10 WS-CSE-HIST-OTHER    PIC 9(4) COMP.
              10 WS-CSE-HIST-VALUE    PIC 9(4).
              10 WS-CSE-EXT-OTHER     PIC 9(4) COMP.
              10 WS-CSE-EXT-VALUE     PIC 9(4).

      *    One entry per reported cycle row, in file order.  The
      *    flags are set as a live history row or an extract row
      *    carrying the row's final resault is matched to it.
       01  WS-ROW-TABLE.
           05 WS-ROW-ENTRY OCCURS 15000 TIMES.
              10 WS-ROW-CASE-ID       PIC X(10).
              10 WS-ROW-CATEGORY      PIC X(2).
              10 WS-ROW-START-AGE     PIC 9(4).
              10 WS-ROW-FINAL-RESAULT PIC 9(4).
              10 WS-ROW-VERSION-ID    PIC 9(6).
              10 WS-ROW-PREV          PIC 9(5) COMP.
              10 WS-ROW-HIST-FLAG     PIC X(1).
              10 WS-ROW-EXT-FLAG      PIC X(1).

      *    Tonight's audit steps for the reported cases only.
       01  WS-AUDIT-TABLE.
           05 WS-AUD-ENTRY OCCURS 60000 TIMES.
              10 WS-AUD-OPERATION     PIC X(10).
              10 WS-AUD-BEFORE        PIC 9(4).
              10 WS-AUD-AFTER         PIC 9(4).
              10 WS-AUD-VERSION-ID    PIC 9(6).
              10 WS-AUD-PREV          PIC 9(5) COMP.

      *    The audit steps claimed for the row being proven, in
      *    step order.
       01  WS-CHAIN-TABLE.
           05 WS-CHAIN-AUD-SUB        PIC 9(5) COMP OCCURS 9 TIMES.

      *    One break, filled in by the checking paragraph and
      *    printed by 5900-WRITE-FINDING.
       01  WS-FINDING.
           05 WS-FND-STEP             PIC X(4).
           05 WS-FND-OPERATION        PIC X(10).
           05 WS-FND-TEXT             PIC X(32).
           05 WS-FND-EXPECTED         PIC X(10).
           05 WS-FND-LOGGED           PIC X(10).

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(25) VALUE "AUDIT-CHAIN PROOF REPORT".
           05 FILLER PIC X(37) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH1-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 WH1-PAGE-NUMBER PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(10) VALUE "CASE-ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "STEP".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "OPERATION".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(32) VALUE "BREAK".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "EXPECTED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "LOGGED".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "VERSION".

       01  WS-REPORT-DETAIL.
           05 WD-CASE-ID              PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-STEP                 PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-OPERATION            PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-BREAK                PIC X(32).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-EXPECTED             PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-LOGGED               PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-VERSION-ID           PIC 9(6).

       01  WS-CYCLE-LINE.
           05 FILLER PIC X(30) VALUE "CYCLE DATE PROVEN . . . . . .".
           05 WCL-CYCLE-DATE          PIC 9(8).

       01  WS-REPORT-TOTALS-HEADING   PIC X(40)
               VALUE "CONTROL TOTALS".

       01  WS-REPORT-TOTALS-LINE-1.
           05 FILLER PIC X(30) VALUE "CYCLE RESULT ROWS READ. . . .".
           05 WT1-CYCLE-ROWS          PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-2.
           05 FILLER PIC X(30) VALUE "CASES REPORTED ON CYCLE . . .".
           05 WT2-REPORTED            PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-3.
           05 FILLER PIC X(30) VALUE "REJECTED - NOT PROVEN . . . .".
           05 WT3-REJECTED            PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4.
           05 FILLER PIC X(30) VALUE "OUTSIDE WINDOW - NOT PROVEN .".
           05 WT4-WINDOW              PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "ON HOLD - NOT PROVEN. . . . .".
           05 WT5-HELD                PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-6.
           05 FILLER PIC X(30) VALUE "BACKED OUT - NOT PROVEN . . .".
           05 WT6-BACKED-OUT          PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-7.
           05 FILLER PIC X(30) VALUE "REPORTED ROWS PROVEN. . . . .".
           05 WT7-PROVEN              PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-8.
           05 FILLER PIC X(30) VALUE "AUDIT STEPS FOR CYCLE . . . .".
           05 WT8-AUDIT-STEPS         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-9.
           05 FILLER PIC X(30) VALUE "AUDIT STEPS RECOMPUTED. . . .".
           05 WT9-STEPS-PROVEN        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-10.
           05 FILLER PIC X(30) VALUE "EXTRACT SUPPRESSED UNCHANGED.".
           05 WT10-SUPPRESSED         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-11.
           05 FILLER PIC X(30) VALUE "CASES PROVEN CLEAN. . . . . .".
           05 WT11-CLEAN-CASES        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-12.
           05 FILLER PIC X(30) VALUE "CASES WITH A BREAK. . . . . .".
           05 WT12-BROKEN-CASES       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-13.
           05 FILLER PIC X(30) VALUE "CHAIN BREAKS REPORTED . . . .".
           05 WT13-BREAKS             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF PROOF-INPUTS-USABLE
               PERFORM 2000-LOAD-RULES-LIBRARY
           END-IF.
           IF PROOF-INPUTS-USABLE
               PERFORM 2500-LOAD-CYCLE-RESULTS
           END-IF.
           IF PROOF-INPUTS-USABLE
               PERFORM 3000-LOAD-AUDIT-STEPS
           END-IF.
           IF PROOF-INPUTS-USABLE
               PERFORM 3500-MATCH-HISTORY-ROWS
           END-IF.
           IF PROOF-INPUTS-USABLE
               PERFORM 3700-MATCH-EXTRACT-ROWS
           END-IF.
           IF PROOF-INPUTS-USABLE
               PERFORM 3800-OPEN-PAY-BASELINE
           END-IF.
           IF PROOF-INPUTS-USABLE
               PERFORM 5000-PROVE-EACH-CASE
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM 7000-WRITE-PAGE-HEADER.
           PERFORM 1300-READ-RUN-CONTROL.

      *    Once Operations has rolled the run dates forward the
      *    cycle's audit steps are the ones dated after the prior
      *    run, as in the post-run verification.  A cycle not yet
      *    rolled forward (a partitioned run awaiting its merge)
      *    still carries the prior run as its last-run date.
       1300-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-FILE OPEN FAILED, STATUS = "
                   WS-RUN-CONTROL-STATUS " - PROOF NOT RUN"
               MOVE "N" TO WS-USABLE-SWITCH
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY "RUN-CONTROL-FILE IS EMPTY - PROOF "
                           "NOT RUN"
                       MOVE "N" TO WS-USABLE-SWITCH
                   NOT AT END
                       MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
                       IF RCT-LAST-RUN-DATE = RCT-CYCLE-DATE
                           MOVE RCT-PRIOR-RUN-DATE TO WS-FLOOR-DATE
                       ELSE
                           MOVE RCT-LAST-RUN-DATE TO WS-FLOOR-DATE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE WS-CYCLE-DATE TO WCL-CYCLE-DATE.
           MOVE WS-CYCLE-LINE TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.

      *    Every version ever offered is loaded, headers and rules,
      *    whatever its status - the proof judges the version each
      *    case was stamped with.
       2000-LOAD-RULES-LIBRARY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               DISPLAY "RULES-FILE OPEN FAILED, STATUS = "
                   WS-RULES-STATUS " - PROOF NOT RUN"
               MOVE "N" TO WS-USABLE-SWITCH
           ELSE
               PERFORM 2100-READ-RULES-FILE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   PERFORM 2200-STORE-RULES-ROW
                   PERFORM 2100-READ-RULES-FILE
               END-PERFORM
               CLOSE RULES-FILE
           END-IF.

       2100-READ-RULES-FILE.
           READ RULES-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2200-STORE-RULES-ROW.
           IF RVR-VERSION-HEADER
               IF WS-VER-COUNT < WS-VER-MAX
                   ADD 1 TO WS-VER-COUNT
                   MOVE RVR-VERSION-ID
                       TO WS-VER-VERSION-ID (WS-VER-COUNT)
                   IF VERSION-APPROVED
                       MOVE "Y" TO WS-VER-APPROVED (WS-VER-COUNT)
                   ELSE
                       MOVE "N" TO WS-VER-APPROVED (WS-VER-COUNT)
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           ELSE
               IF WS-RULE-COUNT < WS-RULE-MAX
                   ADD 1 TO WS-RULE-COUNT
                   MOVE RVR-VERSION-ID
                       TO WS-RUL-VERSION-ID (WS-RULE-COUNT)
                   MOVE RVR-CATEGORY
                       TO WS-RUL-CATEGORY (WS-RULE-COUNT)
                   MOVE RVR-SEQUENCE
                       TO WS-RUL-SEQUENCE (WS-RULE-COUNT)
                   MOVE RVR-OPERATION
                       TO WS-RUL-OPERATION (WS-RULE-COUNT)
                   MOVE RVR-FACTOR
                       TO WS-RUL-FACTOR (WS-RULE-COUNT)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *    The cycle results file is cumulative - only the rows
      *    stamped with tonight's cycle date are this cycle's.
       2500-LOAD-CYCLE-RESULTS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT CYCLE-RESULTS-FILE.
           IF WS-CYCLE-RESULTS-STATUS NOT = "00"
               DISPLAY "CYCLE-RESULTS-FILE OPEN FAILED, STATUS = "
                   WS-CYCLE-RESULTS-STATUS " - PROOF NOT RUN"
               MOVE "N" TO WS-USABLE-SWITCH
           ELSE
               PERFORM 2600-READ-CYCLE-RESULTS
               PERFORM UNTIL END-OF-CURRENT-FILE
                   IF CYC-CYCLE-DATE = WS-CYCLE-DATE
                       PERFORM 2700-STORE-CYCLE-ROW
                   END-IF
                   PERFORM 2600-READ-CYCLE-RESULTS
               END-PERFORM
               CLOSE CYCLE-RESULTS-FILE
           END-IF.

       2600-READ-CYCLE-RESULTS.
           READ CYCLE-RESULTS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *    2900 leaves WS-LOW-SUB at the slot a case belongs in when
      *    it is not on the table yet; the entries from there up
      *    move along one to make room.
       2700-STORE-CYCLE-ROW.
           ADD 1 TO WS-CYCLE-ROWS-READ.
           EVALUATE TRUE
               WHEN CYCLE-REJECTED
                   ADD 1 TO WS-REJECTED-ROWS
               WHEN CYCLE-OUTSIDE-WINDOW
                   ADD 1 TO WS-WINDOW-ROWS
               WHEN CYCLE-HELD
                   ADD 1 TO WS-HELD-ROWS
               WHEN CYCLE-REPORTED
                   ADD 1 TO WS-REPORTED-ROWS
                   MOVE CYC-CASE-ID TO WS-SEARCH-CASE-ID
                   PERFORM 2900-FIND-CASE-ENTRY
                   IF WS-CASE-SUB = ZERO
                       PERFORM 2750-INSERT-CASE-ENTRY
                   END-IF
                   IF WS-CASE-SUB > ZERO
                       PERFORM 2800-ADD-CYCLE-ROW
                   END-IF
           END-EVALUATE.

       2750-INSERT-CASE-ENTRY.
           IF WS-CASE-COUNT < WS-CASE-MAX
               PERFORM VARYING WS-SUB FROM WS-CASE-COUNT BY -1
                       UNTIL WS-SUB < WS-LOW-SUB
                   MOVE WS-CASE-ENTRY (WS-SUB)
                       TO WS-CASE-ENTRY (WS-SUB + 1)
               END-PERFORM
               MOVE WS-LOW-SUB TO WS-CASE-SUB
               MOVE CYC-CASE-ID TO WS-CSE-CASE-ID (WS-CASE-SUB)
               MOVE ZERO TO WS-CSE-ROW-COUNT (WS-CASE-SUB)
               MOVE ZERO TO WS-CSE-LAST-ROW (WS-CASE-SUB)
               MOVE ZERO TO WS-CSE-LAST-AUD (WS-CASE-SUB)
               MOVE ZERO TO WS-CSE-SUPERSEDED (WS-CASE-SUB)
               MOVE ZERO TO WS-CSE-HIST-OTHER (WS-CASE-SUB)
               MOVE ZERO TO WS-CSE-HIST-VALUE (WS-CASE-SUB)
               MOVE ZERO TO WS-CSE-EXT-OTHER (WS-CASE-SUB)
               MOVE ZERO TO WS-CSE-EXT-VALUE (WS-CASE-SUB)
               ADD 1 TO WS-CASE-COUNT
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

       2800-ADD-CYCLE-ROW.
           IF WS-ROW-COUNT < WS-ROW-MAX
               ADD 1 TO WS-ROW-COUNT
               MOVE CYC-CASE-ID TO WS-ROW-CASE-ID (WS-ROW-COUNT)
               MOVE CYC-CATEGORY TO WS-ROW-CATEGORY (WS-ROW-COUNT)
               MOVE CYC-START-AGE TO WS-ROW-START-AGE (WS-ROW-COUNT)
               MOVE CYC-FINAL-RESAULT
                   TO WS-ROW-FINAL-RESAULT (WS-ROW-COUNT)
               MOVE CYC-RULE-VERSION
                   TO WS-ROW-VERSION-ID (WS-ROW-COUNT)
               MOVE WS-CSE-LAST-ROW (WS-CASE-SUB)
                   TO WS-ROW-PREV (WS-ROW-COUNT)
               MOVE "N" TO WS-ROW-HIST-FLAG (WS-ROW-COUNT)
               MOVE "N" TO WS-ROW-EXT-FLAG (WS-ROW-COUNT)
               MOVE WS-ROW-COUNT TO WS-CSE-LAST-ROW (WS-CASE-SUB)
               ADD 1 TO WS-CSE-ROW-COUNT (WS-CASE-SUB)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      *    The case table is in case-id order, so each lookup halves
      *    the range until the key is found or the range is empty.
      *    The found subscript is zero when the case is not there.
       2900-FIND-CASE-ENTRY.
           MOVE ZERO TO WS-CASE-SUB.
           MOVE 1 TO WS-LOW-SUB.
           MOVE WS-CASE-COUNT TO WS-HIGH-SUB.
           PERFORM UNTIL WS-LOW-SUB > WS-HIGH-SUB
                   OR WS-CASE-SUB > ZERO
               COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
               EVALUATE TRUE
                   WHEN WS-CSE-CASE-ID (WS-MID-SUB) = WS-SEARCH-CASE-ID
                       MOVE WS-MID-SUB TO WS-CASE-SUB
                   WHEN WS-CSE-CASE-ID (WS-MID-SUB) < WS-SEARCH-CASE-ID
                       COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
               END-EVALUATE
           END-PERFORM.

      *    AUDITLOG.DAT carries prior cycles too.  Steps dated after
      *    the floor date are tonight's; only those of a reported
      *    case are kept - a rejected case's partial steps and the
      *    steps of a recycle that failed again prove nothing.
       3000-LOAD-AUDIT-STEPS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDIT-LOG-FILE OPEN FAILED, STATUS = "
                   WS-AUDIT-STATUS " - PROOF NOT RUN"
               MOVE "N" TO WS-USABLE-SWITCH
           ELSE
               PERFORM 3100-READ-AUDIT-LOG
               PERFORM UNTIL END-OF-CURRENT-FILE
                   MOVE AUD-TIMESTAMP(1:8) TO WS-ENTRY-DATE
                   IF WS-ENTRY-DATE > WS-FLOOR-DATE
                       PERFORM 3200-STORE-AUDIT-STEP
                   END-IF
                   PERFORM 3100-READ-AUDIT-LOG
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       3100-READ-AUDIT-LOG.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3200-STORE-AUDIT-STEP.
           MOVE AUD-CASE-ID TO WS-SEARCH-CASE-ID.
           PERFORM 2900-FIND-CASE-ENTRY.
           IF WS-CASE-SUB = ZERO
               ADD 1 TO WS-AUDIT-OTHER-STEPS
           ELSE
               ADD 1 TO WS-AUDIT-CYCLE-STEPS
               IF WS-AUD-COUNT < WS-AUD-MAX
                   ADD 1 TO WS-AUD-COUNT
                   MOVE AUD-OPERATION
                       TO WS-AUD-OPERATION (WS-AUD-COUNT)
                   MOVE AUD-VALUE-BEFORE
                       TO WS-AUD-BEFORE (WS-AUD-COUNT)
                   MOVE AUD-VALUE-AFTER
                       TO WS-AUD-AFTER (WS-AUD-COUNT)
                   MOVE AUD-RULE-VERSION
                       TO WS-AUD-VERSION-ID (WS-AUD-COUNT)
                   MOVE WS-CSE-LAST-AUD (WS-CASE-SUB)
                       TO WS-AUD-PREV (WS-AUD-COUNT)
                   MOVE WS-AUD-COUNT TO WS-CSE-LAST-AUD (WS-CASE-SUB)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *    A superseded history row for the cycle is one a backout
      *    reversed - the case's earliest reported row that many
      *    times over is the backed-out run's and is not proven.
      *    A live row is matched to the newest reported row of the
      *    case that carries the same resault and is still
      *    unmatched; a live row matching none is kept as the
      *    value the history disagrees with.
       3500-MATCH-HISTORY-ROWS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTORY-FILE OPEN FAILED, STATUS = "
                   WS-HISTORY-STATUS " - PROOF NOT RUN"
               MOVE "N" TO WS-USABLE-SWITCH
           ELSE
               PERFORM 3510-READ-HISTORY-FILE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   IF HST-RUN-DATE = WS-CYCLE-DATE
                       PERFORM 3520-MATCH-HISTORY-ROW
                   END-IF
                   PERFORM 3510-READ-HISTORY-FILE
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       3510-READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3520-MATCH-HISTORY-ROW.
           MOVE HST-CASE-ID TO WS-SEARCH-CASE-ID.
           PERFORM 2900-FIND-CASE-ENTRY.
           IF WS-CASE-SUB > ZERO
               IF HISTORY-SUPERSEDED
                   ADD 1 TO WS-CSE-SUPERSEDED (WS-CASE-SUB)
               ELSE
                   MOVE ZERO TO WS-MATCH-SUB
                   MOVE WS-CSE-LAST-ROW (WS-CASE-SUB) TO WS-ROW-SUB
                   PERFORM UNTIL WS-ROW-SUB = ZERO
                           OR WS-MATCH-SUB > ZERO
                       IF WS-ROW-HIST-FLAG (WS-ROW-SUB) = "N" AND
                               WS-ROW-FINAL-RESAULT (WS-ROW-SUB)
                               = HST-RESAULT
                           MOVE WS-ROW-SUB TO WS-MATCH-SUB
                       END-IF
                       MOVE WS-ROW-PREV (WS-ROW-SUB) TO WS-ROW-SUB
                   END-PERFORM
                   IF WS-MATCH-SUB > ZERO
                       MOVE "Y" TO WS-ROW-HIST-FLAG (WS-MATCH-SUB)
                   ELSE
                       ADD 1 TO WS-CSE-HIST-OTHER (WS-CASE-SUB)
                       MOVE HST-RESAULT
                           TO WS-CSE-HIST-VALUE (WS-CASE-SUB)
                   END-IF
               END-IF
           END-IF.

      *    Only New and Changed rows carry a computed resault - a
      *    Removed row is a withdrawal, not a posting.  Operations
      *    always writes the extract, empty or not, so a missing one
      *    is as unreadable as any other failure - read as empty it
      *    would pass every case as suppressed.
       3700-MATCH-EXTRACT-ROWS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "EXTRACT-FILE OPEN FAILED, STATUS = "
                   WS-EXTRACT-STATUS " - PROOF NOT RUN"
               MOVE "N" TO WS-USABLE-SWITCH
           ELSE
               PERFORM 3710-READ-EXTRACT-FILE
               PERFORM UNTIL END-OF-CURRENT-FILE
                   IF EXTRACT-NEW OR EXTRACT-CHANGED
                       PERFORM 3720-MATCH-EXTRACT-ROW
                   END-IF
                   PERFORM 3710-READ-EXTRACT-FILE
               END-PERFORM
               CLOSE EXTRACT-FILE
           END-IF.

       3710-READ-EXTRACT-FILE.
           READ EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3720-MATCH-EXTRACT-ROW.
           MOVE EXT-CASE-ID TO WS-SEARCH-CASE-ID.
           PERFORM 2900-FIND-CASE-ENTRY.
           IF WS-CASE-SUB > ZERO
               MOVE ZERO TO WS-MATCH-SUB
               MOVE WS-CSE-LAST-ROW (WS-CASE-SUB) TO WS-ROW-SUB
               PERFORM UNTIL WS-ROW-SUB = ZERO
                       OR WS-MATCH-SUB > ZERO
                   IF WS-ROW-EXT-FLAG (WS-ROW-SUB) = "N" AND
                           WS-ROW-FINAL-RESAULT (WS-ROW-SUB)
                           = EXT-RESAULT
                       MOVE WS-ROW-SUB TO WS-MATCH-SUB
                   END-IF
                   MOVE WS-ROW-PREV (WS-ROW-SUB) TO WS-ROW-SUB
               END-PERFORM
               IF WS-MATCH-SUB > ZERO
                   MOVE "Y" TO WS-ROW-EXT-FLAG (WS-MATCH-SUB)
               ELSE
                   ADD 1 TO WS-CSE-EXT-OTHER (WS-CASE-SUB)
                   MOVE EXT-RESAULT TO WS-CSE-EXT-VALUE (WS-CASE-SUB)
               END-IF
           END-IF.

      *    Each row writes its steps to the audit log just before
      *    its cycle results row, so a case's newest reported row
      *    owns its newest steps.  Rows are proven newest first,
      *    each claiming as many steps back from the case's audit
      *    cursor as its rule sequence has; whatever is left in
      *    front belongs to an earlier, unreported attempt.
       5000-PROVE-EACH-CASE.
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               MOVE "N" TO WS-CASE-BREAK-SWITCH
               MOVE WS-CSE-LAST-AUD (WS-CASE-SUB) TO WS-AUD-CURSOR
               MOVE WS-CSE-ROW-COUNT (WS-CASE-SUB) TO WS-ROWS-LEFT
               IF WS-CSE-SUPERSEDED (WS-CASE-SUB) < WS-ROWS-LEFT
                   MOVE WS-CSE-SUPERSEDED (WS-CASE-SUB)
                       TO WS-ROWS-TO-SKIP
               ELSE
                   MOVE WS-ROWS-LEFT TO WS-ROWS-TO-SKIP
               END-IF
               MOVE WS-CSE-LAST-ROW (WS-CASE-SUB) TO WS-ROW-SUB
               PERFORM UNTIL WS-ROW-SUB = ZERO
                   IF WS-ROWS-LEFT > WS-ROWS-TO-SKIP
                       PERFORM 5100-PROVE-ONE-ROW
                   ELSE
                       ADD 1 TO WS-BACKED-OUT-ROWS
                   END-IF
                   SUBTRACT 1 FROM WS-ROWS-LEFT
                   MOVE WS-ROW-PREV (WS-ROW-SUB) TO WS-ROW-SUB
               END-PERFORM
               IF CASE-HAS-BREAK
                   ADD 1 TO WS-BROKEN-CASE-COUNT
               ELSE
                   ADD 1 TO WS-CLEAN-CASE-COUNT
               END-IF
           END-PERFORM.

       5100-PROVE-ONE-ROW.
           ADD 1 TO WS-PROVEN-ROWS.
           MOVE "N" TO WS-CHAIN-BREAK-SWITCH.
           PERFORM 5200-BUILD-STEP-LIST.
           EVALUATE TRUE
               WHEN WS-VER-FOUND-SUB = ZERO
                   MOVE "RULE VERSION NOT ON RULES LIB"
                       TO WS-FND-TEXT
                   PERFORM 5150-WRITE-VERSION-BREAK
               WHEN WS-VER-APPROVED (WS-VER-FOUND-SUB) NOT = "Y"
                   MOVE "RULE VERSION NOT APPROVED" TO WS-FND-TEXT
                   PERFORM 5150-WRITE-VERSION-BREAK
               WHEN WS-STEP-COUNT = ZERO
                   MOVE "NO RULES FOR CATEGORY" TO WS-FND-TEXT
                   PERFORM 5150-WRITE-VERSION-BREAK
               WHEN OTHER
                   PERFORM 5300-CLAIM-AUDIT-CHAIN
                   PERFORM 5400-CHECK-AUDIT-CHAIN
           END-EVALUATE.
           PERFORM 5600-CHECK-POSTED-VALUES.

       5150-WRITE-VERSION-BREAK.
           MOVE "-" TO WS-FND-STEP.
           MOVE SPACES TO WS-FND-OPERATION.
           MOVE WS-ROW-CATEGORY (WS-ROW-SUB) TO WS-FND-EXPECTED.
           MOVE SPACES TO WS-FND-LOGGED.
           PERFORM 5900-WRITE-FINDING.

      *    Same lookup the run makes: sequence 1 up to the step
      *    limit, the rule for each position if the category has
      *    one, the positions with none passed over.
       5200-BUILD-STEP-LIST.
           MOVE ZERO TO WS-VER-FOUND-SUB.
           PERFORM VARYING WS-VER-SUB FROM 1 BY 1
                   UNTIL WS-VER-SUB > WS-VER-COUNT
               IF WS-VER-VERSION-ID (WS-VER-SUB)
                       = WS-ROW-VERSION-ID (WS-ROW-SUB)
                   MOVE WS-VER-SUB TO WS-VER-FOUND-SUB
               END-IF
           END-PERFORM.
           IF WS-ROW-VERSION-ID (WS-ROW-SUB) NOT = WS-LIST-VERSION
                   OR WS-ROW-CATEGORY (WS-ROW-SUB)
                       NOT = WS-LIST-CATEGORY
               MOVE WS-ROW-VERSION-ID (WS-ROW-SUB) TO WS-LIST-VERSION
               MOVE WS-ROW-CATEGORY (WS-ROW-SUB) TO WS-LIST-CATEGORY
               MOVE ZERO TO WS-STEP-COUNT
               PERFORM VARYING WS-STEP-SEQ FROM 1 BY 1
                       UNTIL WS-STEP-SEQ > WS-MAX-STEPS
                   PERFORM 5250-FIND-RULE-FOR-STEP
                   IF WS-RULE-FOUND-SUB > ZERO
                       ADD 1 TO WS-STEP-COUNT
                       MOVE WS-RULE-FOUND-SUB
                           TO WS-STEP-RULE-SUB (WS-STEP-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       5250-FIND-RULE-FOR-STEP.
           MOVE ZERO TO WS-RULE-FOUND-SUB.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
               IF WS-RUL-VERSION-ID (WS-RULE-SUB) = WS-LIST-VERSION
                       AND WS-RUL-CATEGORY (WS-RULE-SUB)
                           = WS-LIST-CATEGORY
                       AND WS-RUL-SEQUENCE (WS-RULE-SUB) = WS-STEP-SEQ
                   MOVE WS-RULE-SUB TO WS-RULE-FOUND-SUB
               END-IF
           END-PERFORM.

      *    Claimed back from the cursor into step order - the step
      *    nearest the cursor is the row's last.
       5300-CLAIM-AUDIT-CHAIN.
           MOVE ZERO TO WS-CHAIN-COUNT.
           PERFORM VARYING WS-STEP-NO FROM WS-STEP-COUNT BY -1
                   UNTIL WS-STEP-NO < 1 OR WS-AUD-CURSOR = ZERO
               MOVE WS-AUD-CURSOR TO WS-CHAIN-AUD-SUB (WS-STEP-NO)
               ADD 1 TO WS-CHAIN-COUNT
               MOVE WS-AUD-PREV (WS-AUD-CURSOR) TO WS-AUD-CURSOR
           END-PERFORM.

      *    The chain is walked from the cycle's starting age; the
      *    first step that does not hold is the break reported, as
      *    nothing after it can be proven from it.
       5400-CHECK-AUDIT-CHAIN.
           IF WS-CHAIN-COUNT < WS-STEP-COUNT
               MOVE 1 TO WS-STEP-NO
               PERFORM 5450-SET-FINDING-STEP
               MOVE SPACES TO WS-FND-OPERATION
               MOVE "STEPS MISSING FROM AUDIT LOG" TO WS-FND-TEXT
               MOVE WS-STEP-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-FND-EXPECTED
               MOVE WS-CHAIN-COUNT TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-FND-LOGGED
               PERFORM 5900-WRITE-FINDING
           ELSE
               MOVE WS-ROW-START-AGE (WS-ROW-SUB) TO WS-PROOF-VALUE
               PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                       UNTIL WS-STEP-NO > WS-STEP-COUNT
                           OR CHAIN-IS-BROKEN
                   PERFORM 5500-CHECK-ONE-STEP
               END-PERFORM
               IF NOT CHAIN-IS-BROKEN AND WS-PROOF-VALUE
                       NOT = WS-ROW-FINAL-RESAULT (WS-ROW-SUB)
                   MOVE WS-STEP-COUNT TO WS-STEP-NO
                   PERFORM 5450-SET-FINDING-STEP
                   MOVE WS-AUD-OPERATION (WS-AUD-SUB)
                       TO WS-FND-OPERATION
                   MOVE "LAST STEP IS NOT CYCLE RESAULT"
                       TO WS-FND-TEXT
                   MOVE WS-ROW-FINAL-RESAULT (WS-ROW-SUB)
                       TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-EXPECTED
                   MOVE WS-PROOF-VALUE TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-LOGGED
                   PERFORM 5900-WRITE-FINDING
               END-IF
           END-IF.

       5450-SET-FINDING-STEP.
           MOVE WS-STEP-NO TO WS-EDIT-STEP.
           MOVE SPACES TO WS-FND-STEP.
           MOVE WS-EDIT-STEP TO WS-FND-STEP (3:2).

       5500-CHECK-ONE-STEP.
           MOVE WS-CHAIN-AUD-SUB (WS-STEP-NO) TO WS-AUD-SUB.
           MOVE WS-STEP-RULE-SUB (WS-STEP-NO) TO WS-RULE-SUB.
           PERFORM 5450-SET-FINDING-STEP.
           MOVE WS-AUD-OPERATION (WS-AUD-SUB) TO WS-FND-OPERATION.
           EVALUATE TRUE
               WHEN WS-AUD-OPERATION (WS-AUD-SUB)
                       NOT = WS-RUL-OPERATION (WS-RULE-SUB)
                   MOVE "OPERATION OUT OF RULE SEQUENCE"
                       TO WS-FND-TEXT
                   MOVE WS-RUL-OPERATION (WS-RULE-SUB)
                       TO WS-FND-EXPECTED
                   MOVE WS-AUD-OPERATION (WS-AUD-SUB)
                       TO WS-FND-LOGGED
                   PERFORM 5900-WRITE-FINDING
               WHEN WS-AUD-VERSION-ID (WS-AUD-SUB)
                       NOT = WS-ROW-VERSION-ID (WS-ROW-SUB)
                   MOVE "STEP LOGGED UNDER OTHER VERSION"
                       TO WS-FND-TEXT
                   MOVE WS-ROW-VERSION-ID (WS-ROW-SUB)
                       TO WS-FND-EXPECTED
                   MOVE WS-AUD-VERSION-ID (WS-AUD-SUB)
                       TO WS-FND-LOGGED
                   PERFORM 5900-WRITE-FINDING
               WHEN WS-AUD-BEFORE (WS-AUD-SUB) NOT = WS-PROOF-VALUE
                   IF WS-STEP-NO = 1
                       MOVE "FIRST STEP NOT FROM START AGE"
                           TO WS-FND-TEXT
                   ELSE
                       MOVE "BEFORE-VALUE BREAKS THE CHAIN"
                           TO WS-FND-TEXT
                   END-IF
                   MOVE WS-PROOF-VALUE TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-EXPECTED
                   MOVE WS-AUD-BEFORE (WS-AUD-SUB) TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-LOGGED
                   PERFORM 5900-WRITE-FINDING
               WHEN OTHER
                   PERFORM 5550-RECOMPUTE-STEP
                   PERFORM 5560-JUDGE-RECOMPUTED-STEP
           END-EVALUATE.

      *    The run's own arithmetic, verb for verb: an unsigned
      *    four-digit value, a subtract below zero, a zero divisor
      *    or a size error fails the step, a divide truncates.
       5550-RECOMPUTE-STEP.
           MOVE "N" TO WS-RECOMPUTE-SWITCH.
           MOVE WS-PROOF-VALUE TO WS-RECOMPUTED-VALUE.
           EVALUATE WS-RUL-OPERATION (WS-RULE-SUB)
               WHEN "ADD"
                   ADD WS-RUL-FACTOR (WS-RULE-SUB)
                           TO WS-RECOMPUTED-VALUE
                       ON SIZE ERROR
                           MOVE "Y" TO WS-RECOMPUTE-SWITCH
                   END-ADD
               WHEN "SUBTRACT"
                   IF WS-RECOMPUTED-VALUE < WS-RUL-FACTOR (WS-RULE-SUB)
                       MOVE "Y" TO WS-RECOMPUTE-SWITCH
                   ELSE
                       SUBTRACT WS-RUL-FACTOR (WS-RULE-SUB)
                               FROM WS-RECOMPUTED-VALUE
                           ON SIZE ERROR
                               MOVE "Y" TO WS-RECOMPUTE-SWITCH
                       END-SUBTRACT
                   END-IF
               WHEN "MULTIPLY"
                   MULTIPLY WS-RUL-FACTOR (WS-RULE-SUB)
                           BY WS-RECOMPUTED-VALUE
                       ON SIZE ERROR
                           MOVE "Y" TO WS-RECOMPUTE-SWITCH
                   END-MULTIPLY
               WHEN "DIVIDE"
                   IF WS-RUL-FACTOR (WS-RULE-SUB) = ZERO
                       MOVE "Y" TO WS-RECOMPUTE-SWITCH
                   ELSE
                       DIVIDE WS-RUL-FACTOR (WS-RULE-SUB)
                               INTO WS-RECOMPUTED-VALUE
                           ON SIZE ERROR
                               MOVE "Y" TO WS-RECOMPUTE-SWITCH
                       END-DIVIDE
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-RECOMPUTE-SWITCH
           END-EVALUATE.

       5560-JUDGE-RECOMPUTED-STEP.
           EVALUATE TRUE
               WHEN RECOMPUTE-FAILED
                   MOVE "STEP CANNOT BE RECOMPUTED" TO WS-FND-TEXT
                   MOVE SPACES TO WS-FND-EXPECTED
                   MOVE WS-AUD-AFTER (WS-AUD-SUB) TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-LOGGED
                   PERFORM 5900-WRITE-FINDING
               WHEN WS-RECOMPUTED-VALUE
                       NOT = WS-AUD-AFTER (WS-AUD-SUB)
                   MOVE "RECOMPUTED VALUE DIFFERS" TO WS-FND-TEXT
                   MOVE WS-RECOMPUTED-VALUE TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-EXPECTED
                   MOVE WS-AUD-AFTER (WS-AUD-SUB) TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-LOGGED
                   PERFORM 5900-WRITE-FINDING
               WHEN OTHER
                   ADD 1 TO WS-STEPS-PROVEN
                   MOVE WS-AUD-AFTER (WS-AUD-SUB) TO WS-PROOF-VALUE
           END-EVALUATE.

      *    A missing baseline (35) is the first delta night - every
      *    case went to payroll as New, so none may lack an extract
      *    row.  Any other failure leaves the suppressed cases
      *    unprovable.
       3800-OPEN-PAY-BASELINE.
           OPEN INPUT PAY-BASELINE-FILE.
           EVALUATE WS-PAY-BASELINE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-BASELINE-SWITCH
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PAY-BASELINE-FILE OPEN FAILED, STATUS = "
                       WS-PAY-BASELINE-STATUS " - PROOF NOT RUN"
                   MOVE "N" TO WS-USABLE-SWITCH
           END-EVALUATE.

      *    The cycle's resault against what was posted from it.  A
      *    case with no extract row passes only if the delta had
      *    cause to suppress it - payroll's baseline is ACTIVE and
      *    already holds the cycle's value.
       5600-CHECK-POSTED-VALUES.
           MOVE "END" TO WS-FND-STEP.
           MOVE SPACES TO WS-FND-OPERATION.
           MOVE WS-ROW-FINAL-RESAULT (WS-ROW-SUB) TO WS-EDIT-VALUE.
           MOVE WS-EDIT-VALUE TO WS-FND-EXPECTED.
           IF WS-ROW-HIST-FLAG (WS-ROW-SUB) = "N"
               IF WS-CSE-HIST-OTHER (WS-CASE-SUB) > ZERO
                   MOVE "RESAHIST ROW DIFFERS" TO WS-FND-TEXT
                   MOVE WS-CSE-HIST-VALUE (WS-CASE-SUB)
                       TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-LOGGED
               ELSE
                   MOVE "NO LIVE RESAHIST ROW FOR CYCLE"
                       TO WS-FND-TEXT
                   MOVE SPACES TO WS-FND-LOGGED
               END-IF
               PERFORM 5900-WRITE-FINDING
           END-IF.
           IF WS-ROW-EXT-FLAG (WS-ROW-SUB) = "N"
               IF WS-CSE-EXT-OTHER (WS-CASE-SUB) > ZERO
                   MOVE "EXTRACT ROW DIFFERS" TO WS-FND-TEXT
                   MOVE WS-CSE-EXT-VALUE (WS-CASE-SUB)
                       TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-FND-LOGGED
                   PERFORM 5900-WRITE-FINDING
               ELSE
                   PERFORM 5650-READ-PAY-BASELINE
                   IF BASELINE-HOLDS-VALUE
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   ELSE
                       MOVE "EXTRACT ROW MISSING" TO WS-FND-TEXT
                       MOVE SPACES TO WS-FND-LOGGED
                       PERFORM 5900-WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

       5650-READ-PAY-BASELINE.
           MOVE "N" TO WS-BASELINE-FOUND-SWITCH.
           IF PAY-BASELINE-AVAILABLE
               MOVE WS-ROW-CASE-ID (WS-ROW-SUB) TO PBS-CASE-ID
               READ PAY-BASELINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BASELINE-ACTIVE AND PBS-ACCEPTED-RESAULT
                               = WS-ROW-FINAL-RESAULT (WS-ROW-SUB)
                           MOVE "Y" TO WS-BASELINE-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF.

       5900-WRITE-FINDING.
           MOVE "Y" TO WS-CHAIN-BREAK-SWITCH.
           MOVE "Y" TO WS-CASE-BREAK-SWITCH.
           ADD 1 TO WS-BREAK-COUNT.
           IF WS-MAX-RC < 8
               MOVE 8 TO WS-MAX-RC
           END-IF.
           MOVE WS-ROW-CASE-ID (WS-ROW-SUB) TO WD-CASE-ID.
           MOVE WS-FND-STEP TO WD-STEP.
           MOVE WS-FND-OPERATION TO WD-OPERATION.
           MOVE WS-FND-TEXT TO WD-BREAK.
           MOVE WS-FND-EXPECTED TO WD-EXPECTED.
           MOVE WS-FND-LOGGED TO WD-LOGGED.
           MOVE WS-ROW-VERSION-ID (WS-ROW-SUB) TO WD-VERSION-ID.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.

       6000-WRITE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADER
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       7000-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WH1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
           MOVE WS-REPORT-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

      *    An unreadable input or a table overflow means part of the
      *    cycle was never proven, so a clean-looking report cannot
      *    be trusted - RC 12.
       9000-TERMINATE.
           IF NOT PROOF-INPUTS-USABLE
               MOVE "  PROOF NOT RUN - AN INPUT COULD NOT BE READ"
                   TO REPORT-LINE
               PERFORM 6000-WRITE-LINE
               MOVE 12 TO WS-MAX-RC
           ELSE
               IF WS-BREAK-COUNT = ZERO
                   MOVE "  NO CHAIN BREAKS - EVERY REPORTED CASE PROVEN"
                       TO REPORT-LINE
                   PERFORM 6000-WRITE-LINE
               END-IF
           END-IF.
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           IF PAY-BASELINE-AVAILABLE
               CLOSE PAY-BASELINE-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "AUDIT-CHAIN PROOF CYCLE " WS-CYCLE-DATE
               " ROWS PROVEN = " WS-PROVEN-ROWS
               " BREAKS = " WS-BREAK-COUNT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "PROOF TABLES FULL - " WS-OVERFLOW-COUNT
                   " ENTRIES NOT PROVEN"
               MOVE 12 TO WS-MAX-RC
           END-IF.
           MOVE WS-MAX-RC TO RETURN-CODE.
           PERFORM 9800-WRITE-STEP-STATUS.

       9500-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-HEADING TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-CYCLE-ROWS-READ TO WT1-CYCLE-ROWS.
           MOVE WS-REPORT-TOTALS-LINE-1 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORTED-ROWS TO WT2-REPORTED.
           MOVE WS-REPORT-TOTALS-LINE-2 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REJECTED-ROWS TO WT3-REJECTED.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-WINDOW-ROWS TO WT4-WINDOW.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-HELD-ROWS TO WT5-HELD.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-BACKED-OUT-ROWS TO WT6-BACKED-OUT.
           MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-PROVEN-ROWS TO WT7-PROVEN.
           MOVE WS-REPORT-TOTALS-LINE-7 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-AUDIT-CYCLE-STEPS TO WT8-AUDIT-STEPS.
           MOVE WS-REPORT-TOTALS-LINE-8 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-STEPS-PROVEN TO WT9-STEPS-PROVEN.
           MOVE WS-REPORT-TOTALS-LINE-9 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-SUPPRESSED-COUNT TO WT10-SUPPRESSED.
           MOVE WS-REPORT-TOTALS-LINE-10 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-CLEAN-CASE-COUNT TO WT11-CLEAN-CASES.
           MOVE WS-REPORT-TOTALS-LINE-11 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-BROKEN-CASE-COUNT TO WT12-BROKEN-CASES.
           MOVE WS-REPORT-TOTALS-LINE-12 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-BREAK-COUNT TO WT13-BREAKS.
           MOVE WS-REPORT-TOTALS-LINE-13 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.

      *    One status record for the end-of-stream night summary -
      *    rows proven, breaks, cases with a break and steps
      *    recomputed.
       9800-WRITE-STEP-STATUS.
           OPEN EXTEND STEP-STATUS-FILE.
           IF WS-STEP-STATUS-STATUS = "35"
               OPEN OUTPUT STEP-STATUS-FILE
           END-IF.
           MOVE "AUDPROOF" TO STT-STEP-NAME.
           MOVE RETURN-CODE TO STT-RETURN-CODE.
           MOVE WS-PROVEN-ROWS TO STT-RECORDS-READ.
           MOVE WS-BREAK-COUNT TO STT-COUNT-1.
           MOVE WS-BROKEN-CASE-COUNT TO STT-COUNT-2.
           MOVE WS-STEPS-PROVEN TO STT-COUNT-3.
           MOVE ZERO TO STT-RESAULT-SUM.
           EVALUATE TRUE
               WHEN WS-MAX-RC >= 12
                   MOVE "N" TO STT-RECONCILE
                   MOVE "PROOF NOT COMPLETE" TO STT-TEXT
               WHEN WS-BREAK-COUNT > ZERO
                   MOVE "N" TO STT-RECONCILE
                   MOVE "AUDIT CHAIN BREAKS FOUND" TO STT-TEXT
               WHEN OTHER
                   MOVE "Y" TO STT-RECONCILE
                   MOVE "AUDIT CHAIN PROVEN" TO STT-TEXT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO STT-TIMESTAMP.
           WRITE STEP-STATUS-RECORD.
           CLOSE STEP-STATUS-FILE.
