      *    settlement report and carried forward in a new copy of
      *    the pending file so they stay visible until cleared.
      *    Acknowledgements that match nothing we sent are reported
      *    as orphans; an ack pairs with the sent row of the same
      *    case and change code.  Reversal rows a cycle backout
      *    wrote to PAYREV.DAT net their case's carried pending item
      *    out of the settlement - the item is reported REVERSED and
      *    not carried forward.  Tonight's extract rows are never
      *    netted; they were built after the backout.
      *    Every accepted row moves the payroll baseline (PAYBASE)
      *    the nightly delta extract is measured against - a New or
      *    Changed row sets the accepted value, a Removed row
      *    retires it.
      *    The step-completion register (STEPREG.DAT) records each
      *    cycle the settlement finishes; a resubmitted stream finds
      *    the cycle COMPLETE, settles nothing and ends RC=2.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REVERSAL-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

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
       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY EXTRECT.

       FD  PAYROLL-ACK-FILE
           RECORD CONTAINS 52 CHARACTERS.
           COPY PAYACK.

       FD  PENDING-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY PAYPEND.

       FD  PENDING-NEW-FILE
           RECORD CONTAINS 68 CHARACTERS.
       01  PENDING-NEW-RECORD         PIC X(68).

      *    Cycle backout reversal rows - extract layout, named
      *    apart because the extract record itself is already
      *    copied above.
       FD  REVERSAL-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  REVERSAL-RECORD.
           05 REV-CASE-ID             PIC X(10).
           05 REV-RESAULT             PIC 9(4).
           05 REV-BRANCH-ID           PIC X(8).
           05 REV-CHANGE-CODE         PIC X(1).
           05 REV-PRIOR-RESAULT       PIC 9(4).

       FD  PAY-BASELINE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PAYBASE.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       FD  STEP-REGISTER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY STEPREG.

       FD  STEP-STATUS-FILE
           RECORD CONTAINS 102 CHARACTERS.
           COPY STATREC.
       01  WS-PENDING-STATUS          PIC XX.
       01  WS-PENDING-NEW-STATUS      PIC XX.
       01  WS-REVERSAL-STATUS         PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
       01  WS-BASELINE-SWITCH         PIC X VALUE "N".
           88 PAY-BASELINE-AVAILABLE      VALUE "Y".
       01  WS-RUN-CONTROL-STATUS      PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-STEP-STATUS-STATUS      PIC XX.
       01  WS-STEP-REGISTER-STATUS    PIC XX.
      *    A cycle already COMPLETE on the step-completion register
      *    is not settled a second time; without the register the
      *    step cannot tell, so it settles nothing at all.
       01  WS-REGISTER-SWITCH         PIC X VALUE "N".
           88 STEP-REGISTER-AVAILABLE     VALUE "Y".
       01  WS-REGISTER-FOUND-SWITCH   PIC X VALUE "N".
           88 REGISTER-ENTRY-FOUND        VALUE "Y".
       01  WS-POSTED-SWITCH           PIC X VALUE "N".
           88 CYCLE-ALREADY-POSTED        VALUE "Y".
       01  WS-CARRIED-UNCHANGED-COUNT PIC 9(8) VALUE ZERO.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-FOUND-SWITCH            PIC X VALUE "N".
           88 ACK-WAS-FOUND               VALUE "Y".
       01  WS-REVERSED-SWITCH         PIC X VALUE "N".
           88 ITEM-WAS-REVERSED           VALUE "Y".
       01  WS-ITEM-SOURCE-SWITCH      PIC X VALUE "P".
           88 ITEM-IS-CARRIED             VALUE "P".
       01  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-SENT-DATE               PIC 9(8) VALUE ZERO.
       01  WS-ITEM-CASE-ID            PIC X(10).
       01  WS-ITEM-RESAULT            PIC 9(4).
       01  WS-ITEM-BRANCH-ID          PIC X(8).
       01  WS-ITEM-CHANGE-CODE        PIC X(1).
           88 ITEM-IS-REMOVAL             VALUE "R".
       01  WS-ITEM-PRIOR-RESAULT      PIC 9(4).
       01  WS-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-ACK-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-ACK-MAX                 PIC 9(5) COMP VALUE 12000.
       01  WS-REJECTED-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-UNACKED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-ORPHAN-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-BASELINE-SET-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-BASELINE-RETIRED-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-BASELINE-FAIL-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
              10 WS-ACK-CASE-ID       PIC X(10).
              10 WS-ACK-DISPOSITION   PIC X(1).
              10 WS-ACK-REASON        PIC X(40).
              10 WS-ACK-CHANGE-CODE   PIC X(1).
              10 WS-ACK-USED-FLAG     PIC X(1).

      *    Case-ids the cycle backout reversed - an item on this
      *    list nets out of the settlement instead of settling or
      *    carrying forward.  Each row nets exactly one carried
      *    pending item, used flag like the ack table's.  Only the
      *    pending sweep nets - the corrected rerun's extract rows
      *    (its Removed rows included) settle normally, and a case
      *    payroll had already accepted before the backout has no
      *    pending item, so its reversal shows as matching
      *    nothing.  Sized like the ack table.
       01  WS-REV-TABLE.
           05 WS-REV-ENTRY OCCURS 12000 TIMES.
              10 WS-REV-CASE-ID       PIC X(10).
           05 FILLER PIC X(10) VALUE "CASE-ID".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "RESAULT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "CHG".
           05 FILLER PIC X(6) VALUE "PRIOR".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "SENT-DATE".
           05 FILLER PIC X(6) VALUE SPACES.
           05 WD-CASE-ID              PIC X(10).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WD-RESAULT              PIC Z(3)9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 WD-CHANGE-CODE          PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WD-PRIOR-RESAULT        PIC Z(3)9.
           05 FILLER PIC X(8) VALUE SPACES.
           05 WD-SENT-DATE            PIC 9(8).
           05 FILLER PIC X(8) VALUE SPACES.
           05 WD-DISPOSITION          PIC X(12).
           05 FILLER PIC X(30) VALUE "REVERSALS MATCHING NOTHING. .".
           05 WT7-REV-UNUSED-COUNT    PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-8.
           05 FILLER PIC X(30) VALUE "PAY BASELINE SET. . . . . . .".
           05 WT8-BASELINE-SET        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-9.
           05 FILLER PIC X(30) VALUE "PAY BASELINE RETIRED. . . . .".
           05 WT9-BASELINE-RETIRED    PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-10.
           05 FILLER PIC X(30) VALUE "PAY BASELINE UPDATE FAILED. .".
           05 WT10-BASELINE-FAIL      PIC ZZZ,ZZ9.

       01  WS-REPORT-POSTED-LINE.
           05 FILLER PIC X(30) VALUE "CYCLE ALREADY SETTLED . . . .".
           05 WTP-CYCLE-DATE          PIC 9(8).
           05 FILLER PIC X(30) VALUE " - NOTHING MATCHED, PENDING".
           05 FILLER PIC X(18) VALUE " ITEMS CARRIED . .".
           05 WTP-CARRIED-COUNT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF CYCLE-ALREADY-POSTED OR NOT STEP-REGISTER-AVAILABLE
               PERFORM 3900-CARRY-PENDING-UNCHANGED
           ELSE
               PERFORM 2000-LOAD-ACK-TABLE
               PERFORM 2500-LOAD-REVERSAL-TABLE
               PERFORM 3000-MATCH-PENDING-ITEMS
               PERFORM 4000-MATCH-EXTRACT-ITEMS
               PERFORM 5000-REPORT-ORPHAN-ACKS
               PERFORM 5100-REPORT-UNUSED-REVERSALS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1300-READ-RUN-CONTROL.
           PERFORM 1500-CHECK-STEP-REGISTER.
           OPEN OUTPUT PENDING-NEW-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-OPEN-PAY-BASELINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

      *    The first accepted acknowledgement after the delta feed
      *    goes live finds no baseline - create it empty.  Without a
      *    baseline the settlement still runs; the accepted values
      *    are simply not recorded, and the step ends 12 so the
      *    night summary shows it.
       1400-OPEN-PAY-BASELINE.
           OPEN I-O PAY-BASELINE-FILE.
           IF WS-PAY-BASELINE-STATUS = "35"
               OPEN OUTPUT PAY-BASELINE-FILE
               CLOSE PAY-BASELINE-FILE
               OPEN I-O PAY-BASELINE-FILE
           END-IF.
           IF WS-PAY-BASELINE-STATUS = "00"
               MOVE "Y" TO WS-BASELINE-SWITCH
           ELSE
               DISPLAY "PAY-BASELINE-FILE OPEN FAILED, STATUS = "
                   WS-PAY-BASELINE-STATUS " - BASELINE NOT UPDATED"
               MOVE 12 TO RETURN-CODE
           END-IF.

       1300-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    A cycle already COMPLETE on the register settles
      *    nothing - the acks were matched and the baseline moved
      *    when it completed - and the step ends RC=2 for the night
      *    summary.  A RELEASED entry (Steprels, or the backout of
      *    the cycle) lets the settlement run the cycle once more.
      *    The first cycle after the register goes live finds no
      *    dataset - create it empty.
       1500-CHECK-STEP-REGISTER.
           OPEN I-O STEP-REGISTER-FILE.
           IF WS-STEP-REGISTER-STATUS = "35"
               OPEN OUTPUT STEP-REGISTER-FILE
               CLOSE STEP-REGISTER-FILE
               OPEN I-O STEP-REGISTER-FILE
           END-IF.
           IF WS-STEP-REGISTER-STATUS NOT = "00"
               DISPLAY "STEP-REGISTER-FILE OPEN FAILED, STATUS = "
                   WS-STEP-REGISTER-STATUS " - NOTHING SETTLED"
           ELSE
               MOVE "Y" TO WS-REGISTER-SWITCH
               PERFORM 1550-READ-REGISTER-ENTRY
               IF REGISTER-ENTRY-FOUND AND STEP-COMPLETE
                   MOVE "Y" TO WS-POSTED-SWITCH
                   DISPLAY "CYCLE " WS-CYCLE-DATE
                       " ALREADY SETTLED AT "
                       SRG-COMPLETED-TIMESTAMP " - NOTHING SETTLED"
               END-IF
           END-IF.

       1550-READ-REGISTER-ENTRY.
           MOVE WS-CYCLE-DATE TO SRG-CYCLE-DATE.
           MOVE "PAYMATCH" TO SRG-STEP-NAME.
           READ STEP-REGISTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-REGISTER-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-REGISTER-FOUND-SWITCH
           END-READ.

       2000-LOAD-ACK-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PAYROLL-ACK-FILE.
               MOVE ACK-CASE-ID TO WS-ACK-CASE-ID (WS-ACK-COUNT)
               MOVE ACK-STATUS TO WS-ACK-DISPOSITION (WS-ACK-COUNT)
               MOVE ACK-REASON TO WS-ACK-REASON (WS-ACK-COUNT)
               MOVE ACK-CHANGE-CODE
                   TO WS-ACK-CHANGE-CODE (WS-ACK-COUNT)
               MOVE "N" TO WS-ACK-USED-FLAG (WS-ACK-COUNT)
           ELSE
               ADD 1 TO WS-ACK-OVERFLOW-COUNT
                   ADD 1 TO WS-REV-COUNT
                   MOVE REV-CASE-ID
                       TO WS-REV-CASE-ID (WS-REV-COUNT)
                   MOVE REV-PRIOR-RESAULT
                       TO WS-REV-RESAULT (WS-REV-COUNT)
                   MOVE "N" TO WS-REV-USED-FLAG (WS-REV-COUNT)
               ELSE
           ELSE
               PERFORM 3100-READ-PENDING-FILE
           END-IF.
           MOVE "P" TO WS-ITEM-SOURCE-SWITCH.
           PERFORM UNTIL END-OF-CURRENT-FILE
               MOVE PND-CASE-ID TO WS-ITEM-CASE-ID
               MOVE PND-RESAULT TO WS-ITEM-RESAULT
               MOVE SPACES TO WS-ITEM-BRANCH-ID
               MOVE PND-CHANGE-CODE TO WS-ITEM-CHANGE-CODE
               MOVE PND-PRIOR-RESAULT TO WS-ITEM-PRIOR-RESAULT
               MOVE PND-SENT-DATE TO WS-SENT-DATE
               PERFORM 6000-SETTLE-ONE-ITEM
               PERFORM 3100-READ-PENDING-FILE
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *    Nothing is settled this run, so the live pending file
      *    goes into the new copy exactly as it stands and the swap
      *    step reinstalls it unchanged.  The same 35 / other-status
      *    rule as the settlement sweep applies.
       3900-CARRY-PENDING-UNCHANGED.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               IF WS-PENDING-STATUS NOT = "35"
                   DISPLAY "PENDING-FILE OPEN FAILED, STATUS = "
                       WS-PENDING-STATUS
                   MOVE 12 TO RETURN-CODE
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 3100-READ-PENDING-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               ADD 1 TO WS-CARRIED-UNCHANGED-COUNT
               WRITE PENDING-NEW-RECORD FROM PAY-PENDING-RECORD
               PERFORM 3100-READ-PENDING-FILE
           END-PERFORM.
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "10"
               CLOSE PENDING-FILE
           END-IF.

       4000-MATCH-EXTRACT-ITEMS.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT EXTRACT-FILE.
           ELSE
               PERFORM 4100-READ-EXTRACT-FILE
           END-IF.
           MOVE "E" TO WS-ITEM-SOURCE-SWITCH.
           PERFORM UNTIL END-OF-CURRENT-FILE
               MOVE EXT-CASE-ID TO WS-ITEM-CASE-ID
               MOVE EXT-RESAULT TO WS-ITEM-RESAULT
               MOVE EXT-BRANCH-ID TO WS-ITEM-BRANCH-ID
               MOVE EXT-CHANGE-CODE TO WS-ITEM-CHANGE-CODE
               MOVE EXT-PRIOR-RESAULT TO WS-ITEM-PRIOR-RESAULT
               MOVE WS-CYCLE-DATE TO WS-SENT-DATE
               PERFORM 6000-SETTLE-ONE-ITEM
               PERFORM 4100-READ-EXTRACT-FILE
           END-READ.

      *    One extract/pending row against the reversal list and
      *    the ack table.  A reversed carried item nets out of the
      *    settlement entirely; accepted settles the item out;
      *    rejected and unmatched items go on the report and carry
      *    forward in the new pending file.
       6000-SETTLE-ONE-ITEM.
           ADD 1 TO WS-SENT-COUNT.
           MOVE "N" TO WS-REVERSED-SWITCH.
           IF ITEM-IS-CARRIED
               PERFORM 5900-CHECK-REVERSAL-TABLE
           END-IF.
           IF ITEM-WAS-REVERSED
               ADD 1 TO WS-REVERSED-COUNT
               MOVE "REVERSED" TO WD-DISPOSITION
               END-IF
           END-PERFORM.

      *    An ack with no change code predates the echoed code and
      *    pairs with the case's first unused row, as before.
       6100-MATCH-AGAINST-ACKS.
           MOVE "N" TO WS-FOUND-SWITCH.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACK-COUNT
                       OR ACK-WAS-FOUND
               IF WS-ACK-CASE-ID (WS-SUB) = WS-ITEM-CASE-ID
                       AND WS-ACK-USED-FLAG (WS-SUB) = "N"
                       AND (WS-ACK-CHANGE-CODE (WS-SUB)
                               = WS-ITEM-CHANGE-CODE
                           OR WS-ACK-CHANGE-CODE (WS-SUB) = SPACE)
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE "Y" TO WS-ACK-USED-FLAG (WS-SUB)
                   IF WS-ACK-DISPOSITION (WS-SUB) = "A"
                       ADD 1 TO WS-SETTLED-COUNT
                       PERFORM 6200-UPDATE-PAY-BASELINE
                   ELSE
                       ADD 1 TO WS-REJECTED-COUNT
                       MOVE "REJECTED" TO WD-DISPOSITION
               PERFORM 6600-CARRY-ITEM-FORWARD
           END-IF.

      *    Payroll now holds this row's value, so it becomes the
      *    value the next delta extract is measured against.  The
      *    pending sweep runs ahead of the extract sweep, so when an
      *    old carried row and tonight's row both settle, tonight's
      *    value is the one left on the baseline.  A carried row has
      *    no branch - the one already on the baseline is kept.
       6200-UPDATE-PAY-BASELINE.
           IF PAY-BASELINE-AVAILABLE
               MOVE WS-ITEM-CASE-ID TO PBS-CASE-ID
               READ PAY-BASELINE-FILE
                   INVALID KEY
                       MOVE SPACES TO PBS-BRANCH-ID
               END-READ
               MOVE WS-ITEM-CASE-ID TO PBS-CASE-ID
               IF ITEM-IS-REMOVAL
                   MOVE "R" TO PBS-STATUS
                   MOVE ZERO TO PBS-ACCEPTED-RESAULT
                   ADD 1 TO WS-BASELINE-RETIRED-COUNT
               ELSE
                   MOVE "A" TO PBS-STATUS
                   MOVE WS-ITEM-RESAULT TO PBS-ACCEPTED-RESAULT
                   ADD 1 TO WS-BASELINE-SET-COUNT
               END-IF
               MOVE WS-CYCLE-DATE TO PBS-ACCEPTED-DATE
               MOVE WS-CYCLE-DATE TO PBS-STATUS-DATE
               IF WS-ITEM-BRANCH-ID NOT = SPACES
                   MOVE WS-ITEM-BRANCH-ID TO PBS-BRANCH-ID
               END-IF
               IF WS-PAY-BASELINE-STATUS = "00"
                   REWRITE PAY-BASELINE-RECORD
               ELSE
                   WRITE PAY-BASELINE-RECORD
               END-IF
               IF WS-PAY-BASELINE-STATUS NOT = "00"
                   DISPLAY "BASELINE UPDATE FAILED FOR CASE "
                       WS-ITEM-CASE-ID ", STATUS = "
                       WS-PAY-BASELINE-STATUS
                   ADD 1 TO WS-BASELINE-FAIL-COUNT
               END-IF
           END-IF.

       6500-WRITE-SETTLEMENT-LINE.
           IF WS-PAGE-NUMBER = ZERO OR
                   WS-LINE-COUNT >= WS-LINES-PER-PAGE
           END-IF.
           MOVE WS-ITEM-CASE-ID TO WD-CASE-ID.
           MOVE WS-ITEM-RESAULT TO WD-RESAULT.
           MOVE WS-ITEM-CHANGE-CODE TO WD-CHANGE-CODE.
           MOVE WS-ITEM-PRIOR-RESAULT TO WD-PRIOR-RESAULT.
           MOVE WS-SENT-DATE TO WD-SENT-DATE.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ITEM-CASE-ID TO PND-CASE-ID.
           MOVE WS-ITEM-RESAULT TO PND-RESAULT.
           MOVE WS-SENT-DATE TO PND-SENT-DATE.
           MOVE WS-ITEM-CHANGE-CODE TO PND-CHANGE-CODE.
           MOVE WS-ITEM-PRIOR-RESAULT TO PND-PRIOR-RESAULT.
           IF WD-DISPOSITION = "REJECTED"
               MOVE "R" TO PND-STATUS
               MOVE WD-REASON TO PND-REJECT-REASON
           ELSE
               MOVE "U" TO PND-STATUS
               MOVE SPACES TO PND-REJECT-REASON
           END-IF.
           WRITE PENDING-NEW-RECORD FROM PAY-PENDING-RECORD.

                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE WS-ACK-CASE-ID (WS-SUB) TO WS-ITEM-CASE-ID
                   MOVE ZERO TO WS-ITEM-RESAULT
                   MOVE WS-ACK-CHANGE-CODE (WS-SUB)
                       TO WS-ITEM-CHANGE-CODE
                   MOVE ZERO TO WS-ITEM-PRIOR-RESAULT
                   MOVE ZERO TO WS-SENT-DATE
                   MOVE "ORPHAN ACK" TO WD-DISPOSITION
                   MOVE WS-ACK-REASON (WS-SUB) TO WD-REASON
                   ADD 1 TO WS-REV-UNUSED-COUNT
                   MOVE WS-REV-CASE-ID (WS-REV-SUB)
                       TO WS-ITEM-CASE-ID
                   MOVE ZERO TO WS-ITEM-RESAULT
                   MOVE "R" TO WS-ITEM-CHANGE-CODE
                   MOVE WS-REV-RESAULT (WS-REV-SUB)
                       TO WS-ITEM-PRIOR-RESAULT
                   MOVE ZERO TO WS-SENT-DATE
                   MOVE "ORPHAN REV" TO WD-DISPOSITION
                   MOVE "REVERSAL MATCHED NOTHING SENT" TO WD-REASON
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           CLOSE PENDING-NEW-FILE.
           CLOSE REPORT-FILE.
           IF PAY-BASELINE-AVAILABLE
               CLOSE PAY-BASELINE-FILE
           END-IF.
           IF WS-BASELINE-FAIL-COUNT > ZERO
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-ACK-OVERFLOW-COUNT > ZERO
               DISPLAY "ACK TABLE FULL - " WS-ACK-OVERFLOW-COUNT
                   " ACKS NOT MATCHED"
                   WS-REV-OVERFLOW-COUNT " ROWS NOT NETTED"
               MOVE 12 TO RETURN-CODE
           END-IF.
      *    A failure that keeps the swap from running is never
      *    softened to RC=2 - the new copy must not be installed.
           EVALUATE TRUE
               WHEN NOT STEP-REGISTER-AVAILABLE
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
           IF CYCLE-ALREADY-POSTED
               DISPLAY "PENDING ITEMS CARRIED UNCHANGED = "
                   WS-CARRIED-UNCHANGED-COUNT
           END-IF.
           DISPLAY "SETTLED = " WS-SETTLED-COUNT
               " REJECTED = " WS-REJECTED-COUNT
               " UNACKED = " WS-UNACKED-COUNT.
           MOVE WS-ORPHAN-COUNT TO STT-COUNT-3.
           MOVE WS-SETTLED-COUNT TO STT-RESAULT-SUM.
           MOVE "Y" TO STT-RECONCILE.
           EVALUATE TRUE
               WHEN NOT STEP-REGISTER-AVAILABLE
                   MOVE "STEP REGISTER NOT AVAILABLE" TO STT-TEXT
               WHEN CYCLE-ALREADY-POSTED
                   MOVE "ALREADY DONE FOR THIS CYCLE" TO STT-TEXT
               WHEN WS-REJECTED-COUNT > ZERO OR
                       WS-ORPHAN-COUNT > ZERO
                   MOVE "REJECTS OR ORPHAN ACKS" TO STT-TEXT
               WHEN OTHER
                   MOVE "SETTLEMENT MATCHED" TO STT-TEXT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO STT-TIMESTAMP.
           WRITE STEP-STATUS-RECORD.
           CLOSE STEP-STATUS-FILE.
           MOVE WS-REV-UNUSED-COUNT TO WT7-REV-UNUSED-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-7 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BASELINE-SET-COUNT TO WT8-BASELINE-SET.
           MOVE WS-REPORT-TOTALS-LINE-8 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BASELINE-RETIRED-COUNT TO WT9-BASELINE-RETIRED.
           MOVE WS-REPORT-TOTALS-LINE-9 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BASELINE-FAIL-COUNT TO WT10-BASELINE-FAIL.
           MOVE WS-REPORT-TOTALS-LINE-10 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF CYCLE-ALREADY-POSTED
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-CYCLE-DATE TO WTP-CYCLE-DATE
               MOVE WS-CARRIED-UNCHANGED-COUNT TO WTP-CARRIED-COUNT
               MOVE WS-REPORT-POSTED-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    The cycle's settlement is posted - mark it COMPLETE so a
      *    resubmitted stream cannot settle it again.  A release
      *    that let this run through is kept on the entry with a
      *    bumped run count.  If the mark cannot be written the swap
      *    must still install tonight's pending copy (the baseline
      *    has moved), so the step ends 8 for the morning operator.
       9700-RECORD-STEP-COMPLETE.
           PERFORM 1550-READ-REGISTER-ENTRY.
           IF NOT REGISTER-ENTRY-FOUND
               MOVE WS-CYCLE-DATE TO SRG-CYCLE-DATE
               MOVE "PAYMATCH" TO SRG-STEP-NAME
               MOVE ZERO TO SRG-RUN-COUNT
               MOVE SPACES TO SRG-RELEASED-BY
               MOVE SPACES TO SRG-RELEASE-REASON
               MOVE SPACES TO SRG-RELEASED-TIMESTAMP
           END-IF.
           MOVE "C" TO SRG-STATUS.
           MOVE RETURN-CODE TO SRG-RETURN-CODE.
           MOVE WS-SETTLED-COUNT TO SRG-POSTED-COUNT.
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
                   " - A RERUN WOULD SETTLE THIS CYCLE AGAIN"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
