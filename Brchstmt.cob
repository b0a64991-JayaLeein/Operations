       IDENTIFICATION DIVISION.
       PROGRAM-ID. Brchstmt.
       AUTHOR. JingYi Li.

      *    Month-end branch case statement.  Pulls together, one
      *    section per AGE-BRANCH-ID, everything a branch asks
      *    operations about its cases:
      *      - every live case on the AGETRANS master with its
      *        category, current age and its last three live
      *        resaults off the retained history, with run dates;
      *      - any open suspense item for the case on EXCEPT.DAT -
      *        status, reason, days waiting and the clerk working
      *        it;
      *      - the case's payroll settlement state - unacknowledged
      *        or rejected (with payroll's reason) from the pending
      *        file, otherwise settled from the payroll baseline;
      *      - cases Agepurge archived during the statement month.
      *    Each branch starts on a new page with its own page
      *    numbers and ends with branch totals, so the print can be
      *    split and sent to the branch office; a grand totals page
      *    follows the last branch.  The statement month is the
      *    month of the cycle date on the run control card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-TRANS-FILE ASSIGN TO "AGETRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGE-CASE-ID
               FILE STATUS IS WS-AGE-TRANS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "RESAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PAYPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STMTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY HISTREC.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY SUSPREC.

       FD  PENDING-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY PAYPEND.

       FD  PAY-BASELINE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PAYBASE.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY ARCHREC.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY RUNCTL.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-SUSPENSE-STATUS         PIC XX.
       01  WS-PENDING-STATUS          PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS          PIC XX.
       01  WS-RUN-CONTROL-STATUS      PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-BASELINE-SWITCH         PIC X VALUE "N".
           88 PAY-BASELINE-AVAILABLE      VALUE "Y".
       01  WS-MASTER-OK-SWITCH        PIC X VALUE "N".
           88 MASTER-WAS-LOADED           VALUE "Y".
       01  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-STATEMENT-MONTH         PIC 9(6) VALUE ZERO.
       01  WS-STATEMENT-MONTH-X REDEFINES WS-STATEMENT-MONTH.
           05 WS-STMT-YEAR            PIC X(4).
           05 WS-STMT-MONTH           PIC X(2).
       01  WS-DAYS-WAITING            PIC 9(4) VALUE ZERO.
       01  WS-SEARCH-CASE-ID          PIC X(10).
       01  WS-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-SUS-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-ARC-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-RES-SUB                 PIC 9(4) COMP VALUE ZERO.
       01  WS-FOUND-SUB               PIC 9(5) COMP VALUE ZERO.
       01  WS-LOW-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-HIGH-SUB                PIC 9(5) COMP VALUE ZERO.
       01  WS-MID-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-BRANCH-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-INSERT-SUB              PIC 9(4) COMP VALUE ZERO.
       01  WS-CASE-COUNT              PIC 9(5) COMP VALUE ZERO.
       01  WS-CASE-MAX                PIC 9(5) COMP VALUE 12000.
       01  WS-SUS-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-SUS-MAX                 PIC 9(5) COMP VALUE 3000.
       01  WS-ARC-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-ARC-MAX                 PIC 9(5) COMP VALUE 2000.
       01  WS-BRANCH-COUNT            PIC 9(4) COMP VALUE ZERO.
       01  WS-BRANCH-MAX              PIC 9(4) COMP VALUE 200.
       01  WS-OVERFLOW-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-BRANCH-ID       PIC X(8).
       01  WS-BRANCH-NAME             PIC X(10).
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
           05 CDW-MONTH               PIC X(2).
           05 CDW-DAY                 PIC X(2).
           05 FILLER                  PIC X(13).
       01  WS-PAGE-NUMBER             PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE          PIC 9(4) VALUE 50.

      *    Counts for the branch being printed, rolled into the
      *    grand totals at the end of each section.
       01  WS-BRANCH-COUNTS.
           05 WS-BR-LIVE-COUNT        PIC 9(8).
           05 WS-BR-SUSPENSE-COUNT    PIC 9(8).
           05 WS-BR-SETTLED-COUNT     PIC 9(8).
           05 WS-BR-UNACKED-COUNT     PIC 9(8).
           05 WS-BR-REJECTED-COUNT    PIC 9(8).
           05 WS-BR-NOT-SENT-COUNT    PIC 9(8).
           05 WS-BR-ARCHIVED-COUNT    PIC 9(8).
       01  WS-GRAND-COUNTS.
           05 WS-GR-LIVE-COUNT        PIC 9(8) VALUE ZERO.
           05 WS-GR-SUSPENSE-COUNT    PIC 9(8) VALUE ZERO.
           05 WS-GR-SETTLED-COUNT     PIC 9(8) VALUE ZERO.
           05 WS-GR-UNACKED-COUNT     PIC 9(8) VALUE ZERO.
           05 WS-GR-REJECTED-COUNT    PIC 9(8) VALUE ZERO.
           05 WS-GR-NOT-SENT-COUNT    PIC 9(8) VALUE ZERO.
           05 WS-GR-ARCHIVED-COUNT    PIC 9(8) VALUE ZERO.

      *    Every live case, loaded from the KSDS in key order so a
      *    case-id can be found by halving the table rather than
      *    reading it end to end for every history row.  Sized like
      *    the other per-case tables to the cluster's 10000-record
      *    primary plus 2000-record secondary allocation.  Resault
      *    entry 1 is the latest live run, 2 and 3 the two before.
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 12000 TIMES.
              10 WS-CSE-CASE-ID       PIC X(10).
              10 WS-CSE-BRANCH-ID     PIC X(8).
              10 WS-CSE-CATEGORY      PIC X(2).
              10 WS-CSE-AGE           PIC 9(4).
              10 WS-CSE-RESAULT-COUNT PIC 9(1).
              10 WS-CSE-RESAULT-ENTRY OCCURS 3 TIMES.
                 15 WS-CSE-RESAULT    PIC 9(4).
                 15 WS-CSE-RUN-DATE   PIC 9(8).
              10 WS-CSE-SUSPENSE-COUNT PIC 9(3).
              10 WS-CSE-PAY-STATUS    PIC X(1).
              10 WS-CSE-PAY-DATE      PIC 9(8).
              10 WS-CSE-PAY-REASON    PIC X(40).

      *    Open suspense items - everything on EXCEPT.DAT is still
      *    in repair or waiting for tonight's recycle.
       01  WS-SUSPENSE-TABLE.
           05 WS-SUS-ENTRY OCCURS 3000 TIMES.
              10 WS-SUS-CASE-ID       PIC X(10).
              10 WS-SUS-STATUS        PIC X(1).
              10 WS-SUS-REASON        PIC X(40).
              10 WS-SUS-DATE          PIC 9(8).
              10 WS-SUS-WORKED-BY     PIC X(8).

      *    Archive rows purged during the statement month.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARC-ENTRY OCCURS 2000 TIMES.
              10 WS-ARC-CASE-ID       PIC X(10).
              10 WS-ARC-BRANCH-ID     PIC X(8).
              10 WS-ARC-CATEGORY      PIC X(2).
              10 WS-ARC-AGE           PIC 9(4).
              10 WS-ARC-FINAL-RESAULT PIC 9(4).
              10 WS-ARC-OPERATION-DATE PIC 9(8).
              10 WS-ARC-PURGE-DATE    PIC 9(8).

      *    Branches with a live or archived case, kept in branch-id
      *    order as they are added so the sections print in order.
       01  WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 200 TIMES.
              10 WS-BRT-BRANCH-ID     PIC X(8).

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(26) VALUE "BRANCH CASE STATEMENT".
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH1-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 WH1-PAGE-NUMBER PIC ZZZ9.

       01  WS-REPORT-HEADING-1B.
           05 FILLER PIC X(8) VALUE "BRANCH: ".
           05 WH1B-BRANCH-NAME PIC X(10).
           05 FILLER PIC X(8) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "STATEMENT MONTH: ".
           05 WH1B-STMT-YEAR PIC X(4).
           05 FILLER PIC X(1) VALUE "-".
           05 WH1B-STMT-MONTH PIC X(2).

       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(10) VALUE "CASE-ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE "CT".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE " AGE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(17) VALUE "LAST  RUN-DATE".
           05 FILLER PIC X(17) VALUE "PRIOR RUN-DATE".
           05 FILLER PIC X(17) VALUE "PRIOR RUN-DATE".
           05 FILLER PIC X(14) VALUE "PAYROLL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PAY-DATE".

       01  WS-REPORT-DETAIL.
           05 WD-CASE-ID              PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-CATEGORY             PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WD-AGE                  PIC Z(3)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WD-RESAULT-ENTRY OCCURS 3 TIMES.
              10 WD-RESAULT           PIC Z(3)9.
              10 FILLER               PIC X(2) VALUE SPACES.
              10 WD-RUN-DATE          PIC 9(8).
              10 FILLER               PIC X(3) VALUE SPACES.
           05 WD-PAY-STATE            PIC X(14).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-PAY-DATE             PIC X(8).

       01  WS-SUSPENSE-DETAIL.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "SUSPENSE: ".
           05 WS1-STATUS              PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS1-REASON              PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "DAYS ".
           05 WS1-DAYS-WAITING        PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "WORKED BY ".
           05 WS1-WORKED-BY           PIC X(8).

       01  WS-REJECT-DETAIL.
           05 FILLER PIC X(12) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "PAYROLL REJECT: ".
           05 WR1-REASON              PIC X(40).

       01  WS-ARCHIVE-HEADING-1       PIC X(40)
               VALUE "CASES ARCHIVED THIS MONTH".

       01  WS-ARCHIVE-HEADING-2.
           05 FILLER PIC X(10) VALUE "CASE-ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(2) VALUE "CT".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(4) VALUE " AGE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "FINAL".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "OPER-DATE".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "PURGED".

       01  WS-ARCHIVE-DETAIL.
           05 WA1-CASE-ID             PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WA1-CATEGORY            PIC X(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WA1-AGE                 PIC Z(3)9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WA1-FINAL-RESAULT       PIC Z(3)9.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WA1-OPERATION-DATE      PIC 9(8).
           05 FILLER PIC X(5) VALUE SPACES.
           05 WA1-PURGE-DATE          PIC 9(8).

       01  WS-REPORT-TOTALS-HEADING   PIC X(40).

       01  WS-REPORT-TOTALS-LINE-1.
           05 FILLER PIC X(30) VALUE "LIVE CASES. . . . . . . . . .".
           05 WT1-LIVE-COUNT          PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-2.
           05 FILLER PIC X(30) VALUE "OPEN SUSPENSE ITEMS . . . . .".
           05 WT2-SUSPENSE-COUNT      PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-3.
           05 FILLER PIC X(30) VALUE "PAYROLL SETTLED . . . . . . .".
           05 WT3-SETTLED-COUNT       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4.
           05 FILLER PIC X(30) VALUE "PAYROLL UNACKNOWLEDGED. . . .".
           05 WT4-UNACKED-COUNT       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "PAYROLL REJECTED. . . . . . .".
           05 WT5-REJECTED-COUNT      PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-6.
           05 FILLER PIC X(30) VALUE "NOT YET WITH PAYROLL. . . . .".
           05 WT6-NOT-SENT-COUNT      PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-7.
           05 FILLER PIC X(30) VALUE "ARCHIVED THIS MONTH . . . . .".
           05 WT7-ARCHIVED-COUNT      PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-MASTER-TABLE.
           IF MASTER-WAS-LOADED
               PERFORM 2200-LOAD-HISTORY
               PERFORM 2400-LOAD-SUSPENSE-TABLE
               PERFORM 2600-LOAD-PENDING-ITEMS
               PERFORM 2800-LOAD-ARCHIVE-TABLE
               PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                       UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
                   PERFORM 5000-PRINT-BRANCH-SECTION
               END-PERFORM
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-RUN-CONTROL.
           OPEN OUTPUT REPORT-FILE.
           OPEN INPUT PAY-BASELINE-FILE.
           IF WS-PAY-BASELINE-STATUS = "00"
               MOVE "Y" TO WS-BASELINE-SWITCH
           ELSE
               DISPLAY "PAY-BASELINE-FILE NOT AVAILABLE, STATUS = "
                   WS-PAY-BASELINE-STATUS " - SETTLED STATE NOT SHOWN"
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

       1300-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-FILE OPEN FAILED, STATUS = "
                   WS-RUN-CONTROL-STATUS " - USING TODAYS DATE"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-CYCLE-DATE
                   NOT AT END
                       MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
           MOVE WS-CYCLE-DATE(1:6) TO WS-STATEMENT-MONTH.

      *    Without the master there are no sections to print - the
      *    step ends 12 rather than send branches an empty
      *    statement.
       2000-LOAD-MASTER-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AGE-TRANS-FILE.
           IF WS-AGE-TRANS-STATUS NOT = "00"
               DISPLAY "AGE-TRANS-FILE OPEN FAILED, STATUS = "
                   WS-AGE-TRANS-STATUS " - NO STATEMENT PRODUCED"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-MASTER-OK-SWITCH
               PERFORM 2100-READ-MASTER-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               IF WS-CASE-COUNT < WS-CASE-MAX
                   ADD 1 TO WS-CASE-COUNT
                   MOVE AGE-CASE-ID TO WS-CSE-CASE-ID (WS-CASE-COUNT)
                   MOVE AGE-BRANCH-ID
                       TO WS-CSE-BRANCH-ID (WS-CASE-COUNT)
                   MOVE AGE-CATEGORY
                       TO WS-CSE-CATEGORY (WS-CASE-COUNT)
                   MOVE AGE-AGE TO WS-CSE-AGE (WS-CASE-COUNT)
                   MOVE ZERO TO WS-CSE-RESAULT-COUNT (WS-CASE-COUNT)
                   MOVE ZERO
                       TO WS-CSE-SUSPENSE-COUNT (WS-CASE-COUNT)
                   MOVE SPACE TO WS-CSE-PAY-STATUS (WS-CASE-COUNT)
                   MOVE ZERO TO WS-CSE-PAY-DATE (WS-CASE-COUNT)
                   MOVE SPACES TO WS-CSE-PAY-REASON (WS-CASE-COUNT)
                   MOVE AGE-BRANCH-ID TO WS-CURRENT-BRANCH-ID
                   PERFORM 3000-ADD-BRANCH
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
               PERFORM 2100-READ-MASTER-FILE
           END-PERFORM.
           IF MASTER-WAS-LOADED
               CLOSE AGE-TRANS-FILE
           END-IF.

       2100-READ-MASTER-FILE.
           READ AGE-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *    History rows arrive in run order, so each live row pushes
      *    the case's earlier resaults down one place.  Rows a cycle
      *    backout superseded were never the case's real number.
       2200-LOAD-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTORY-FILE OPEN FAILED, STATUS = "
                   WS-HISTORY-STATUS " - NO RESAULTS SHOWN"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 2210-READ-HISTORY-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               IF NOT HISTORY-SUPERSEDED
                   MOVE HST-CASE-ID TO WS-SEARCH-CASE-ID
                   PERFORM 2900-FIND-CASE-ENTRY
                   IF WS-FOUND-SUB > ZERO
                       PERFORM 2220-PUSH-RESAULT
                   END-IF
               END-IF
               PERFORM 2210-READ-HISTORY-FILE
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

       2210-READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2220-PUSH-RESAULT.
           MOVE WS-CSE-RESAULT-ENTRY (WS-FOUND-SUB, 2)
               TO WS-CSE-RESAULT-ENTRY (WS-FOUND-SUB, 3).
           MOVE WS-CSE-RESAULT-ENTRY (WS-FOUND-SUB, 1)
               TO WS-CSE-RESAULT-ENTRY (WS-FOUND-SUB, 2).
           MOVE HST-RESAULT TO WS-CSE-RESAULT (WS-FOUND-SUB, 1).
           MOVE HST-RUN-DATE TO WS-CSE-RUN-DATE (WS-FOUND-SUB, 1).
           IF WS-CSE-RESAULT-COUNT (WS-FOUND-SUB) < 3
               ADD 1 TO WS-CSE-RESAULT-COUNT (WS-FOUND-SUB)
           END-IF.

      *    Items for a case no longer on the master are left for
      *    the integrity sweep - a branch statement lists live
      *    cases only.
       2400-LOAD-SUSPENSE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS = "
                   WS-SUSPENSE-STATUS " - NO SUSPENSE SHOWN"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 2410-READ-SUSPENSE-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               MOVE SUS-CASE-ID TO WS-SEARCH-CASE-ID
               PERFORM 2900-FIND-CASE-ENTRY
               IF WS-FOUND-SUB > ZERO
                   IF WS-SUS-COUNT < WS-SUS-MAX
                       ADD 1 TO WS-SUS-COUNT
                       MOVE SUS-CASE-ID
                           TO WS-SUS-CASE-ID (WS-SUS-COUNT)
                       MOVE SUS-STATUS TO WS-SUS-STATUS (WS-SUS-COUNT)
                       MOVE SUS-REASON TO WS-SUS-REASON (WS-SUS-COUNT)
                       MOVE SUS-SUSPENSE-DATE
                           TO WS-SUS-DATE (WS-SUS-COUNT)
                       MOVE SUS-WORKED-BY
                           TO WS-SUS-WORKED-BY (WS-SUS-COUNT)
                       ADD 1 TO WS-CSE-SUSPENSE-COUNT (WS-FOUND-SUB)
                   ELSE
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
               END-IF
               PERFORM 2410-READ-SUSPENSE-FILE
           END-PERFORM.
           IF WS-SUSPENSE-STATUS = "00" OR WS-SUSPENSE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.

       2410-READ-SUSPENSE-FILE.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *    A pending item is a row payroll has not accepted - the
      *    latest one for the case decides its state.  A Removed
      *    row pending for a live case is a backout still clearing
      *    and does not change what the branch sees.
       2600-LOAD-PENDING-ITEMS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               IF WS-PENDING-STATUS NOT = "35"
                   DISPLAY "PENDING-FILE OPEN FAILED, STATUS = "
                       WS-PENDING-STATUS
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 2610-READ-PENDING-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               MOVE PND-CASE-ID TO WS-SEARCH-CASE-ID
               PERFORM 2900-FIND-CASE-ENTRY
               IF WS-FOUND-SUB > ZERO AND PND-CHANGE-CODE NOT = "R"
                   MOVE PND-STATUS TO WS-CSE-PAY-STATUS (WS-FOUND-SUB)
                   MOVE PND-SENT-DATE
                       TO WS-CSE-PAY-DATE (WS-FOUND-SUB)
                   MOVE PND-REJECT-REASON
                       TO WS-CSE-PAY-REASON (WS-FOUND-SUB)
               END-IF
               PERFORM 2610-READ-PENDING-FILE
           END-PERFORM.
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "10"
               CLOSE PENDING-FILE
           END-IF.

       2610-READ-PENDING-FILE.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *    Only the statement month's purges are listed; a branch
      *    whose last case was archived still gets a section.
       2800-LOAD-ARCHIVE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               IF WS-ARCHIVE-STATUS NOT = "35"
                   DISPLAY "ARCHIVE-FILE OPEN FAILED, STATUS = "
                       WS-ARCHIVE-STATUS
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 2810-READ-ARCHIVE-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               IF ARC-PURGE-DATE(1:6) = WS-STATEMENT-MONTH-X
                   PERFORM 2820-STORE-ARCHIVE-ENTRY
               END-IF
               PERFORM 2810-READ-ARCHIVE-FILE
           END-PERFORM.
           IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF.

       2810-READ-ARCHIVE-FILE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       2820-STORE-ARCHIVE-ENTRY.
           IF WS-ARC-COUNT < WS-ARC-MAX
               ADD 1 TO WS-ARC-COUNT
               MOVE ARC-CASE-ID TO WS-ARC-CASE-ID (WS-ARC-COUNT)
               MOVE ARC-BRANCH-ID TO WS-ARC-BRANCH-ID (WS-ARC-COUNT)
               MOVE ARC-CATEGORY TO WS-ARC-CATEGORY (WS-ARC-COUNT)
               MOVE ARC-AGE TO WS-ARC-AGE (WS-ARC-COUNT)
               MOVE ARC-FINAL-RESAULT
                   TO WS-ARC-FINAL-RESAULT (WS-ARC-COUNT)
               MOVE ARC-OPERATION-DATE
                   TO WS-ARC-OPERATION-DATE (WS-ARC-COUNT)
               MOVE ARC-PURGE-DATE TO WS-ARC-PURGE-DATE (WS-ARC-COUNT)
               MOVE ARC-BRANCH-ID TO WS-CURRENT-BRANCH-ID
               PERFORM 3000-ADD-BRANCH
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
           END-IF.

      *    The case table is in case-id order (loaded off the KSDS),
      *    so halve the range until the key is found or the range is
      *    empty.  WS-FOUND-SUB is zero when the case is not live.
       2900-FIND-CASE-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE 1 TO WS-LOW-SUB.
           MOVE WS-CASE-COUNT TO WS-HIGH-SUB.
           PERFORM UNTIL WS-LOW-SUB > WS-HIGH-SUB
                   OR WS-FOUND-SUB > ZERO
               COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
               EVALUATE TRUE
                   WHEN WS-CSE-CASE-ID (WS-MID-SUB) = WS-SEARCH-CASE-ID
                       MOVE WS-MID-SUB TO WS-FOUND-SUB
                   WHEN WS-CSE-CASE-ID (WS-MID-SUB) < WS-SEARCH-CASE-ID
                       COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
                   WHEN OTHER
                       IF WS-MID-SUB = 1
                           MOVE ZERO TO WS-HIGH-SUB
                       ELSE
                           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *    Insert WS-CURRENT-BRANCH-ID in order unless it is already
      *    on the table.
       3000-ADD-BRANCH.
           MOVE 1 TO WS-INSERT-SUB.
           PERFORM UNTIL WS-INSERT-SUB > WS-BRANCH-COUNT
                   OR WS-BRT-BRANCH-ID (WS-INSERT-SUB)
                       NOT < WS-CURRENT-BRANCH-ID
               ADD 1 TO WS-INSERT-SUB
           END-PERFORM.
           IF WS-INSERT-SUB > WS-BRANCH-COUNT OR
                   WS-BRT-BRANCH-ID (WS-INSERT-SUB)
                       NOT = WS-CURRENT-BRANCH-ID
               IF WS-BRANCH-COUNT < WS-BRANCH-MAX
                   PERFORM VARYING WS-SUB FROM WS-BRANCH-COUNT BY -1
                           UNTIL WS-SUB < WS-INSERT-SUB
                       MOVE WS-BRT-BRANCH-ID (WS-SUB)
                           TO WS-BRT-BRANCH-ID (WS-SUB + 1)
                   END-PERFORM
                   MOVE WS-CURRENT-BRANCH-ID
                       TO WS-BRT-BRANCH-ID (WS-INSERT-SUB)
                   ADD 1 TO WS-BRANCH-COUNT
               ELSE
                   DISPLAY "BRANCH TABLE FULL - BRANCH "
                       WS-CURRENT-BRANCH-ID " NOT PRINTED"
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *    One branch: its live cases in case-id order, then its
      *    month's archive, then its totals.  Page numbers restart
      *    so each branch's pages stand alone.
       5000-PRINT-BRANCH-SECTION.
           MOVE WS-BRT-BRANCH-ID (WS-BRANCH-SUB)
               TO WS-CURRENT-BRANCH-ID.
           IF WS-CURRENT-BRANCH-ID = SPACES
               MOVE "UNASSIGNED" TO WS-BRANCH-NAME
           ELSE
               MOVE WS-CURRENT-BRANCH-ID TO WS-BRANCH-NAME
           END-IF.
           MOVE ZERO TO WS-BR-LIVE-COUNT WS-BR-SUSPENSE-COUNT
               WS-BR-SETTLED-COUNT WS-BR-UNACKED-COUNT
               WS-BR-REJECTED-COUNT WS-BR-NOT-SENT-COUNT
               WS-BR-ARCHIVED-COUNT.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM 7000-WRITE-PAGE-HEADER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CASE-COUNT
               IF WS-CSE-BRANCH-ID (WS-SUB) = WS-CURRENT-BRANCH-ID
                   PERFORM 5100-PRINT-CASE
               END-IF
           END-PERFORM.
           PERFORM 5300-PRINT-BRANCH-ARCHIVE.
           PERFORM 5500-PRINT-BRANCH-TOTALS.

       5100-PRINT-CASE.
           ADD 1 TO WS-BR-LIVE-COUNT.
           PERFORM 5150-SET-PAYROLL-STATE.
           MOVE WS-CSE-CASE-ID (WS-SUB) TO WD-CASE-ID.
           MOVE WS-CSE-CATEGORY (WS-SUB) TO WD-CATEGORY.
           MOVE WS-CSE-AGE (WS-SUB) TO WD-AGE.
           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
                   UNTIL WS-RES-SUB > 3
               IF WS-RES-SUB > WS-CSE-RESAULT-COUNT (WS-SUB)
                   MOVE SPACES TO WD-RESAULT-ENTRY (WS-RES-SUB)
               ELSE
                   MOVE WS-CSE-RESAULT (WS-SUB, WS-RES-SUB)
                       TO WD-RESAULT (WS-RES-SUB)
                   MOVE WS-CSE-RUN-DATE (WS-SUB, WS-RES-SUB)
                       TO WD-RUN-DATE (WS-RES-SUB)
               END-IF
           END-PERFORM.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           IF WS-CSE-PAY-STATUS (WS-SUB) = "R"
               MOVE WS-CSE-PAY-REASON (WS-SUB) TO WR1-REASON
               MOVE WS-REJECT-DETAIL TO REPORT-LINE
               PERFORM 6000-WRITE-LINE
           END-IF.
           IF WS-CSE-SUSPENSE-COUNT (WS-SUB) > ZERO
               PERFORM VARYING WS-SUS-SUB FROM 1 BY 1
                       UNTIL WS-SUS-SUB > WS-SUS-COUNT
                   IF WS-SUS-CASE-ID (WS-SUS-SUB)
                           = WS-CSE-CASE-ID (WS-SUB)
                       PERFORM 5200-PRINT-SUSPENSE-ITEM
                   END-IF
               END-PERFORM
           END-IF.

      *    Pending wins - it is newer than anything payroll
      *    accepted.  Otherwise an active baseline means payroll
      *    holds the case's value.
       5150-SET-PAYROLL-STATE.
           MOVE SPACES TO WD-PAY-DATE.
           EVALUATE WS-CSE-PAY-STATUS (WS-SUB)
               WHEN "U"
                   ADD 1 TO WS-BR-UNACKED-COUNT
                   MOVE "UNACKNOWLEDGED" TO WD-PAY-STATE
                   MOVE WS-CSE-PAY-DATE (WS-SUB) TO WD-PAY-DATE
               WHEN "R"
                   ADD 1 TO WS-BR-REJECTED-COUNT
                   MOVE "REJECTED" TO WD-PAY-STATE
                   MOVE WS-CSE-PAY-DATE (WS-SUB) TO WD-PAY-DATE
               WHEN OTHER
                   PERFORM 5160-READ-PAY-BASELINE
           END-EVALUATE.

       5160-READ-PAY-BASELINE.
           MOVE "NOT SENT" TO WD-PAY-STATE.
           IF PAY-BASELINE-AVAILABLE
               MOVE WS-CSE-CASE-ID (WS-SUB) TO PBS-CASE-ID
               READ PAY-BASELINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BASELINE-ACTIVE
                           MOVE "SETTLED" TO WD-PAY-STATE
                           MOVE PBS-ACCEPTED-DATE TO WD-PAY-DATE
                       END-IF
               END-READ
           END-IF.
           IF WD-PAY-STATE = "SETTLED"
               ADD 1 TO WS-BR-SETTLED-COUNT
           ELSE
               ADD 1 TO WS-BR-NOT-SENT-COUNT
           END-IF.

       5200-PRINT-SUSPENSE-ITEM.
           ADD 1 TO WS-BR-SUSPENSE-COUNT.
           EVALUATE WS-SUS-STATUS (WS-SUS-SUB)
               WHEN "N"
                   MOVE "NEW" TO WS1-STATUS
               WHEN "A"
                   MOVE "ASSIGNED" TO WS1-STATUS
               WHEN "C"
                   MOVE "CORRECTED" TO WS1-STATUS
               WHEN "R"
                   MOVE "RELEASED" TO WS1-STATUS
               WHEN OTHER
                   MOVE WS-SUS-STATUS (WS-SUS-SUB) TO WS1-STATUS
           END-EVALUATE.
           IF WS-SUS-DATE (WS-SUS-SUB) > 19000101
               COMPUTE WS-DAYS-WAITING =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-SUS-DATE (WS-SUS-SUB))
           ELSE
               MOVE ZERO TO WS-DAYS-WAITING
           END-IF.
           MOVE WS-SUS-REASON (WS-SUS-SUB) TO WS1-REASON.
           MOVE WS-DAYS-WAITING TO WS1-DAYS-WAITING.
           MOVE WS-SUS-WORKED-BY (WS-SUS-SUB) TO WS1-WORKED-BY.
           MOVE WS-SUSPENSE-DETAIL TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.

       5300-PRINT-BRANCH-ARCHIVE.
           PERFORM VARYING WS-ARC-SUB FROM 1 BY 1
                   UNTIL WS-ARC-SUB > WS-ARC-COUNT
               IF WS-ARC-BRANCH-ID (WS-ARC-SUB) = WS-CURRENT-BRANCH-ID
                   IF WS-BR-ARCHIVED-COUNT = ZERO
                       MOVE SPACES TO REPORT-LINE
                       PERFORM 6000-WRITE-LINE
                       MOVE WS-ARCHIVE-HEADING-1 TO REPORT-LINE
                       PERFORM 6000-WRITE-LINE
                       MOVE WS-ARCHIVE-HEADING-2 TO REPORT-LINE
                       PERFORM 6000-WRITE-LINE
                   END-IF
                   ADD 1 TO WS-BR-ARCHIVED-COUNT
                   MOVE WS-ARC-CASE-ID (WS-ARC-SUB) TO WA1-CASE-ID
                   MOVE WS-ARC-CATEGORY (WS-ARC-SUB) TO WA1-CATEGORY
                   MOVE WS-ARC-AGE (WS-ARC-SUB) TO WA1-AGE
                   MOVE WS-ARC-FINAL-RESAULT (WS-ARC-SUB)
                       TO WA1-FINAL-RESAULT
                   MOVE WS-ARC-OPERATION-DATE (WS-ARC-SUB)
                       TO WA1-OPERATION-DATE
                   MOVE WS-ARC-PURGE-DATE (WS-ARC-SUB)
                       TO WA1-PURGE-DATE
                   MOVE WS-ARCHIVE-DETAIL TO REPORT-LINE
                   PERFORM 6000-WRITE-LINE
               END-IF
           END-PERFORM.

       5500-PRINT-BRANCH-TOTALS.
           MOVE "BRANCH TOTALS" TO WS-REPORT-TOTALS-HEADING.
           MOVE WS-BR-LIVE-COUNT TO WT1-LIVE-COUNT.
           MOVE WS-BR-SUSPENSE-COUNT TO WT2-SUSPENSE-COUNT.
           MOVE WS-BR-SETTLED-COUNT TO WT3-SETTLED-COUNT.
           MOVE WS-BR-UNACKED-COUNT TO WT4-UNACKED-COUNT.
           MOVE WS-BR-REJECTED-COUNT TO WT5-REJECTED-COUNT.
           MOVE WS-BR-NOT-SENT-COUNT TO WT6-NOT-SENT-COUNT.
           MOVE WS-BR-ARCHIVED-COUNT TO WT7-ARCHIVED-COUNT.
           PERFORM 9550-WRITE-TOTALS-LINES.
           ADD WS-BR-LIVE-COUNT TO WS-GR-LIVE-COUNT.
           ADD WS-BR-SUSPENSE-COUNT TO WS-GR-SUSPENSE-COUNT.
           ADD WS-BR-SETTLED-COUNT TO WS-GR-SETTLED-COUNT.
           ADD WS-BR-UNACKED-COUNT TO WS-GR-UNACKED-COUNT.
           ADD WS-BR-REJECTED-COUNT TO WS-GR-REJECTED-COUNT.
           ADD WS-BR-NOT-SENT-COUNT TO WS-GR-NOT-SENT-COUNT.
           ADD WS-BR-ARCHIVED-COUNT TO WS-GR-ARCHIVED-COUNT.

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
           MOVE WS-BRANCH-NAME TO WH1B-BRANCH-NAME.
           MOVE WS-STMT-YEAR TO WH1B-STMT-YEAR.
           MOVE WS-STMT-MONTH TO WH1B-STMT-MONTH.
           MOVE WS-REPORT-HEADING-1B TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       9000-TERMINATE.
           PERFORM 9500-WRITE-GRAND-TOTALS.
           CLOSE REPORT-FILE.
           IF PAY-BASELINE-AVAILABLE
               CLOSE PAY-BASELINE-FILE
           END-IF.
           DISPLAY "BRANCH SECTIONS PRINTED = " WS-BRANCH-COUNT
               " LIVE CASES = " WS-GR-LIVE-COUNT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "STATEMENT TABLES FULL - " WS-OVERFLOW-COUNT
                   " ENTRIES LEFT OFF THE STATEMENT"
               MOVE 12 TO RETURN-CODE
           END-IF.

       9500-WRITE-GRAND-TOTALS.
           MOVE "ALL BRANCHES" TO WS-BRANCH-NAME.
           MOVE ZERO TO WS-PAGE-NUMBER.
           PERFORM 7000-WRITE-PAGE-HEADER.
           MOVE "STATEMENT TOTALS - ALL BRANCHES"
               TO WS-REPORT-TOTALS-HEADING.
           MOVE WS-GR-LIVE-COUNT TO WT1-LIVE-COUNT.
           MOVE WS-GR-SUSPENSE-COUNT TO WT2-SUSPENSE-COUNT.
           MOVE WS-GR-SETTLED-COUNT TO WT3-SETTLED-COUNT.
           MOVE WS-GR-UNACKED-COUNT TO WT4-UNACKED-COUNT.
           MOVE WS-GR-REJECTED-COUNT TO WT5-REJECTED-COUNT.
           MOVE WS-GR-NOT-SENT-COUNT TO WT6-NOT-SENT-COUNT.
           MOVE WS-GR-ARCHIVED-COUNT TO WT7-ARCHIVED-COUNT.
           PERFORM 9550-WRITE-TOTALS-LINES.

       9550-WRITE-TOTALS-LINES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-HEADING TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-LINE-1 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-LINE-2 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-LINE-7 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
