      *    an edit report of accepted and rejected transactions with
      *    reasons.  Runs as its own job ahead of the nightly stream
      *    so the batch sees the branch updates.
      *    Each branch transmission arrives as a header/trailer
      *    controlled batch.  The whole file is proved first: a batch
      *    whose trailer count or hash total does not balance, whose
      *    sequence number the branch register shows already applied,
      *    or that skips a sequence number is rejected whole - none
      *    of its records is applied - and the register is advanced
      *    only for batches that pass.  The report closes with the
      *    batch control listing and the branches not heard from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT BRANCH-REGISTER-FILE ASSIGN TO "BRCHREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-BRANCH-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BATCHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           COPY BRCHREC.

       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY MAINTREC.

       FD  BRANCH-REGISTER-FILE
           RECORD CONTAINS 30 CHARACTERS.
           COPY BRGREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-MAINT-LOG-STATUS        PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-BRANCH-REGISTER-STATUS  PIC XX.
       01  WS-REGISTER-EOF-SWITCH     PIC X VALUE "N".
           88 END-OF-BRANCH-REGISTER      VALUE "Y".
       01  WS-REGISTER-USABLE-SWITCH  PIC X VALUE "Y".
           88 BRANCH-REGISTER-USABLE      VALUE "Y".
       01  WS-IN-BATCH-SWITCH         PIC X VALUE "N".
           88 IN-TRANSMISSION-BATCH       VALUE "Y".
       01  WS-BATCH-OK-SWITCH         PIC X VALUE "N".
           88 CURRENT-BATCH-ACCEPTED      VALUE "Y".
       01  WS-BATCH-REASON            PIC X(40).
       01  WS-EXPECTED-SEQUENCE       PIC 9(6).
       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-DAYS-SINCE-APPLIED      PIC S9(8) VALUE ZERO.
       01  WS-BATCH-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-BATCH-COUNT             PIC 9(4) COMP VALUE ZERO.
       01  WS-BATCH-MAX               PIC 9(4) COMP VALUE 500.
       01  WS-REG-SUB                 PIC 9(4) COMP VALUE ZERO.
       01  WS-REG-FOUND-SUB           PIC 9(4) COMP VALUE ZERO.
       01  WS-REG-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-REG-MAX                 PIC 9(4) COMP VALUE 200.
       01  WS-BATCHES-READ-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-BATCHES-ACCEPTED-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-BATCHES-REJECTED-COUNT  PIC 9(8) VALUE ZERO.
       01  WS-BATCH-TRANS-REJ-COUNT   PIC 9(8) VALUE ZERO.
       01  WS-SILENT-BRANCH-COUNT     PIC 9(8) VALUE ZERO.

      *    One entry per batch header in the file, in file order,
      *    built by the proving pass and read back by the apply pass.
       01  WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 500 TIMES.
              10 WS-BAT-BRANCH-ID     PIC X(8).
              10 WS-BAT-TRANS-DATE    PIC 9(8).
              10 WS-BAT-SEQUENCE      PIC 9(6).
              10 WS-BAT-RECORD-COUNT  PIC 9(6).
              10 WS-BAT-TRAILER-COUNT PIC 9(6).
              10 WS-BAT-HASH-TOTAL    PIC 9(10).
              10 WS-BAT-TRAILER-HASH  PIC 9(10).
              10 WS-BAT-STATUS        PIC X(1).
                 88 BATCH-IS-OPEN        VALUE "O".
                 88 BATCH-IS-ACCEPTED    VALUE "A".
                 88 BATCH-IS-REJECTED    VALUE "R".
              10 WS-BAT-REASON        PIC X(40).

      *    The branch register held in storage for the run - marked
      *    as each branch's header is seen, advanced as each of its
      *    batches proves good, and written back whole at the end.
       01  WS-REGISTER-TABLE.
           05 WS-REG-ENTRY OCCURS 200 TIMES.
              10 WS-REG-BRANCH-ID     PIC X(8).
              10 WS-REG-LAST-SEQUENCE PIC 9(6).
              10 WS-REG-LAST-TRANS-DATE
                                      PIC 9(8).
              10 WS-REG-LAST-APPLIED-DATE
                                      PIC 9(8).
              10 WS-REG-HEARD-SWITCH  PIC X(1).
                 88 BRANCH-WAS-HEARD     VALUE "Y".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-BRANCH-TRANS-FILE    VALUE "Y".
       01  WS-REJECT-SWITCH           PIC X VALUE "N".
       01  WS-TRANS-READ-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-ACCEPTED-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-REJECTED-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-HELD-REJ-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WD-REASON               PIC X(40).

       01  WS-SECTION-HEADING         PIC X(40).
       01  WS-SECTION-COLUMNS         PIC X(132).

       01  WS-BATCH-HEADING           PIC X(40)
               VALUE "TRANSMISSION BATCH CONTROL".

       01  WS-BATCH-COLUMNS.
           05 FILLER PIC X(10) VALUE "BRANCH".
           05 FILLER PIC X(10) VALUE "SENT".
           05 FILLER PIC X(8) VALUE "BATCH".
           05 FILLER PIC X(9) VALUE "RECORDS".
           05 FILLER PIC X(9) VALUE "TRAILER".
           05 FILLER PIC X(15) VALUE "HASH TOTAL".
           05 FILLER PIC X(15) VALUE "TRAILER HASH".
           05 FILLER PIC X(12) VALUE "DISPOSAL".
           05 FILLER PIC X(40) VALUE "REASON".

       01  WS-BATCH-DETAIL.
           05 WBC-BRANCH-ID           PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBC-TRANS-DATE          PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBC-SEQUENCE            PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBC-RECORD-COUNT        PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBC-TRAILER-COUNT       PIC ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBC-HASH-TOTAL          PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBC-TRAILER-HASH        PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBC-DISPOSAL            PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WBC-REASON              PIC X(40).

       01  WS-SILENT-HEADING          PIC X(40)
               VALUE "BRANCHES NOT HEARD FROM".

       01  WS-SILENT-COLUMNS.
           05 FILLER PIC X(12) VALUE "BRANCH".
           05 FILLER PIC X(12) VALUE "LAST BATCH".
           05 FILLER PIC X(12) VALUE "LAST SENT".
           05 FILLER PIC X(14) VALUE "LAST APPLIED".
           05 FILLER PIC X(16) VALUE "DAYS SINCE".

       01  WS-SILENT-DETAIL.
           05 WSB-BRANCH-ID           PIC X(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WSB-LAST-SEQUENCE       PIC 9(6).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WSB-LAST-TRANS-DATE     PIC 9(8).
           05 FILLER PIC X(4) VALUE SPACES.
           05 WSB-LAST-APPLIED-DATE   PIC 9(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WSB-DAYS-SINCE          PIC ZZZ9.

       01  WS-SILENT-NONE-LINE        PIC X(40)
               VALUE "ALL REGISTERED BRANCHES TRANSMITTED".

       01  WS-REPORT-TOTALS-HEADING   PIC X(40)
               VALUE "CONTROL TOTALS".

           05 FILLER PIC X(30) VALUE "REJECTED. . . . . . . . . . .".
           05 WT3-REJECTED-COUNT      PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4.
           05 FILLER PIC X(30) VALUE "  IN REJECTED BATCHES . . . .".
           05 WT4-BATCH-TRANS-REJ     PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4A.
           05 FILLER PIC X(30) VALUE "  AGAINST CASES ON HOLD . . .".
           05 WT4A-HELD-REJ           PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "BATCHES RECEIVED. . . . . . .".
           05 WT5-BATCHES-READ        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-6.
           05 FILLER PIC X(30) VALUE "BATCHES ACCEPTED. . . . . . .".
           05 WT6-BATCHES-ACCEPTED    PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-7.
           05 FILLER PIC X(30) VALUE "BATCHES REJECTED. . . . . . .".
           05 WT7-BATCHES-REJECTED    PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-8.
           05 FILLER PIC X(30) VALUE "BRANCHES NOT HEARD FROM . . .".
           05 WT8-SILENT-BRANCHES     PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL END-OF-BRANCH-TRANS-FILE
               EVALUATE TRUE
                   WHEN BRANCH-BATCH-HEADER
                       PERFORM 2010-START-BATCH
                   WHEN BRANCH-BATCH-TRAILER
                       MOVE "N" TO WS-IN-BATCH-SWITCH
                   WHEN OTHER
                       PERFORM 2000-PROCESS-TRANSACTION
               END-EVALUATE
               PERFORM 8000-READ-BRANCH-TRANS-FILE
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1100-LOAD-BRANCH-REGISTER.
           IF BRANCH-REGISTER-USABLE
               PERFORM 1200-PROVE-BATCHES
           END-IF.
           MOVE "N" TO WS-EOF-SWITCH.
           MOVE "N" TO WS-IN-BATCH-SWITCH.
           MOVE ZERO TO WS-BATCH-SUB.
           OPEN INPUT BRANCH-TRANS-FILE.
           OPEN I-O AGE-TRANS-FILE.
           IF WS-AGE-TRANS-STATUS = "35"
                   WS-BRANCH-TRANS-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF BRANCH-REGISTER-USABLE
                   PERFORM 8000-READ-BRANCH-TRANS-FILE
               ELSE
                   MOVE "Y" TO WS-EOF-SWITCH
               END-IF
           END-IF.

      *    A missing register is a first run - every branch starts
      *    from batch sequence 1.  A register that is there but
      *    cannot be read, or will not fit the table, refuses the
      *    run: nothing is applied and the register is not written
      *    back, so no branch's batch history is lost.
       1100-LOAD-BRANCH-REGISTER.
           OPEN INPUT BRANCH-REGISTER-FILE.
           IF WS-BRANCH-REGISTER-STATUS = "35"
               DISPLAY "NO BRANCH REGISTER - STARTING EMPTY"
           ELSE
               IF WS-BRANCH-REGISTER-STATUS NOT = "00"
                   DISPLAY "BRANCH-REGISTER-FILE OPEN FAILED, STATUS = "
                       WS-BRANCH-REGISTER-STATUS " - RUN REFUSED"
                   MOVE "N" TO WS-REGISTER-USABLE-SWITCH
               ELSE
                   PERFORM 1105-READ-REGISTER-ENTRIES
               END-IF
           END-IF.

       1105-READ-REGISTER-ENTRIES.
           PERFORM 1110-READ-BRANCH-REGISTER.
           PERFORM UNTIL END-OF-BRANCH-REGISTER
               IF WS-REG-COUNT < WS-REG-MAX
                   ADD 1 TO WS-REG-COUNT
                   MOVE BRG-BRANCH-ID
                       TO WS-REG-BRANCH-ID (WS-REG-COUNT)
                   MOVE BRG-LAST-SEQUENCE
                       TO WS-REG-LAST-SEQUENCE (WS-REG-COUNT)
                   MOVE BRG-LAST-TRANS-DATE
                       TO WS-REG-LAST-TRANS-DATE (WS-REG-COUNT)
                   MOVE BRG-LAST-APPLIED-DATE
                       TO WS-REG-LAST-APPLIED-DATE (WS-REG-COUNT)
                   MOVE "N" TO WS-REG-HEARD-SWITCH (WS-REG-COUNT)
               ELSE
                   DISPLAY "BRANCH REGISTER TABLE FULL - RUN REFUSED"
                   MOVE "N" TO WS-REGISTER-USABLE-SWITCH
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
               END-IF
               IF NOT END-OF-BRANCH-REGISTER
                   PERFORM 1110-READ-BRANCH-REGISTER
               END-IF
           END-PERFORM.
           CLOSE BRANCH-REGISTER-FILE.

       1110-READ-BRANCH-REGISTER.
           READ BRANCH-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SWITCH
           END-READ.

      *    Proving pass: read the whole transmission file once,
      *    counting and hashing each batch's records against its
      *    trailer and checking its sequence number against the
      *    register, before a single record is applied.  A batch
      *    is all or nothing.
       1200-PROVE-BATCHES.
           OPEN INPUT BRANCH-TRANS-FILE.
           IF WS-BRANCH-TRANS-STATUS = "00"
               PERFORM 8000-READ-BRANCH-TRANS-FILE
               PERFORM UNTIL END-OF-BRANCH-TRANS-FILE
                   EVALUATE TRUE
                       WHEN BRANCH-BATCH-HEADER
                           PERFORM 1210-PROVE-BATCH-HEADER
                       WHEN BRANCH-BATCH-TRAILER
                           PERFORM 1220-PROVE-BATCH-TRAILER
                       WHEN OTHER
                           PERFORM 1230-PROVE-BATCH-RECORD
                   END-EVALUATE
                   PERFORM 8000-READ-BRANCH-TRANS-FILE
               END-PERFORM
               IF IN-TRANSMISSION-BATCH
                   MOVE "NO TRAILER - TRANSMISSION INCOMPLETE"
                       TO WS-BATCH-REASON
                   PERFORM 1290-REJECT-BATCH
               END-IF
               CLOSE BRANCH-TRANS-FILE
           END-IF.

       1210-PROVE-BATCH-HEADER.
           IF IN-TRANSMISSION-BATCH
               MOVE "NO TRAILER BEFORE NEXT BATCH HEADER"
                   TO WS-BATCH-REASON
               PERFORM 1290-REJECT-BATCH
           END-IF.
           ADD 1 TO WS-BATCHES-READ-COUNT.
           MOVE "N" TO WS-IN-BATCH-SWITCH.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
               MOVE "Y" TO WS-IN-BATCH-SWITCH
               MOVE BTH-BRANCH-ID TO WS-BAT-BRANCH-ID (WS-BATCH-SUB)
               MOVE ZERO TO WS-BAT-TRANS-DATE (WS-BATCH-SUB)
                   WS-BAT-SEQUENCE (WS-BATCH-SUB)
                   WS-BAT-RECORD-COUNT (WS-BATCH-SUB)
                   WS-BAT-TRAILER-COUNT (WS-BATCH-SUB)
                   WS-BAT-HASH-TOTAL (WS-BATCH-SUB)
                   WS-BAT-TRAILER-HASH (WS-BATCH-SUB)
               MOVE "O" TO WS-BAT-STATUS (WS-BATCH-SUB)
               MOVE SPACES TO WS-BAT-REASON (WS-BATCH-SUB)
               MOVE BTH-BRANCH-ID TO BRG-BRANCH-ID
               PERFORM 1300-FIND-REGISTER-ENTRY
               IF WS-REG-FOUND-SUB > ZERO
                   MOVE "Y" TO WS-REG-HEARD-SWITCH (WS-REG-FOUND-SUB)
               END-IF
               EVALUATE TRUE
                   WHEN BTH-BRANCH-ID = SPACES
                       MOVE "BATCH HEADER HAS NO BRANCH-ID"
                           TO WS-BATCH-REASON
                       PERFORM 1290-REJECT-BATCH
                   WHEN BTH-TRANS-DATE NOT NUMERIC OR
                           BTH-BATCH-SEQUENCE NOT NUMERIC
                       MOVE "BATCH HEADER DATE OR SEQUENCE NOT NUMERIC"
                           TO WS-BATCH-REASON
                       PERFORM 1290-REJECT-BATCH
                   WHEN OTHER
                       MOVE BTH-TRANS-DATE
                           TO WS-BAT-TRANS-DATE (WS-BATCH-SUB)
                       MOVE BTH-BATCH-SEQUENCE
                           TO WS-BAT-SEQUENCE (WS-BATCH-SUB)
               END-EVALUATE
           ELSE
               DISPLAY "BATCH TABLE FULL - BATCH FROM " BTH-BRANCH-ID
                   " WILL BE REJECTED"
               ADD 1 TO WS-BATCHES-REJECTED-COUNT
           END-IF.

       1220-PROVE-BATCH-TRAILER.
           IF IN-TRANSMISSION-BATCH
               MOVE "N" TO WS-IN-BATCH-SWITCH
               IF BTT-RECORD-COUNT NOT NUMERIC OR
                       BTT-HASH-TOTAL NOT NUMERIC
                   MOVE "BATCH TRAILER COUNT OR HASH NOT NUMERIC"
                       TO WS-BATCH-REASON
                   PERFORM 1290-REJECT-BATCH
               ELSE
                   MOVE BTT-RECORD-COUNT
                       TO WS-BAT-TRAILER-COUNT (WS-BATCH-SUB)
                   MOVE BTT-HASH-TOTAL
                       TO WS-BAT-TRAILER-HASH (WS-BATCH-SUB)
                   IF BATCH-IS-OPEN (WS-BATCH-SUB)
                       PERFORM 1240-CHECK-BATCH-CONTROL
                   END-IF
               END-IF
           ELSE
               DISPLAY "BATCH TRAILER WITH NO HEADER IGNORED"
           END-IF.

       1230-PROVE-BATCH-RECORD.
           IF IN-TRANSMISSION-BATCH
               ADD 1 TO WS-BAT-RECORD-COUNT (WS-BATCH-SUB)
               IF BTR-AGE-X NUMERIC
                   ADD BTR-AGE TO WS-BAT-HASH-TOTAL (WS-BATCH-SUB)
               END-IF
           END-IF.

      *    Balance first, then sequence: an out-of-balance batch is
      *    a damaged transmission whatever its number says.  The
      *    register moves forward in storage as each batch proves
      *    good, so two batches from one branch in the same file
      *    must still arrive in order.
       1240-CHECK-BATCH-CONTROL.
           MOVE WS-BAT-BRANCH-ID (WS-BATCH-SUB) TO BRG-BRANCH-ID.
           PERFORM 1300-FIND-REGISTER-ENTRY.
           IF WS-REG-FOUND-SUB > ZERO
               COMPUTE WS-EXPECTED-SEQUENCE =
                   WS-REG-LAST-SEQUENCE (WS-REG-FOUND-SUB) + 1
           ELSE
               MOVE 1 TO WS-EXPECTED-SEQUENCE
           END-IF.
           EVALUATE TRUE
               WHEN WS-BAT-RECORD-COUNT (WS-BATCH-SUB) NOT =
                       WS-BAT-TRAILER-COUNT (WS-BATCH-SUB)
                   MOVE "TRAILER RECORD COUNT OUT OF BALANCE"
                       TO WS-BATCH-REASON
                   PERFORM 1290-REJECT-BATCH
               WHEN WS-BAT-HASH-TOTAL (WS-BATCH-SUB) NOT =
                       WS-BAT-TRAILER-HASH (WS-BATCH-SUB)
                   MOVE "TRAILER HASH TOTAL OUT OF BALANCE"
                       TO WS-BATCH-REASON
                   PERFORM 1290-REJECT-BATCH
               WHEN WS-BAT-SEQUENCE (WS-BATCH-SUB) <
                       WS-EXPECTED-SEQUENCE
                   MOVE "BATCH SEQUENCE ALREADY APPLIED"
                       TO WS-BATCH-REASON
                   PERFORM 1290-REJECT-BATCH
               WHEN WS-BAT-SEQUENCE (WS-BATCH-SUB) >
                       WS-EXPECTED-SEQUENCE
                   MOVE SPACES TO WS-BATCH-REASON
                   STRING "SEQUENCE GAP - EXPECTED "
                       WS-EXPECTED-SEQUENCE
                       DELIMITED BY SIZE INTO WS-BATCH-REASON
                   PERFORM 1290-REJECT-BATCH
               WHEN WS-REG-FOUND-SUB = ZERO AND
                       WS-REG-COUNT >= WS-REG-MAX
                   MOVE "BRANCH REGISTER FULL" TO WS-BATCH-REASON
                   PERFORM 1290-REJECT-BATCH
               WHEN OTHER
                   PERFORM 1250-ADVANCE-REGISTER
           END-EVALUATE.

       1250-ADVANCE-REGISTER.
           MOVE "A" TO WS-BAT-STATUS (WS-BATCH-SUB).
           ADD 1 TO WS-BATCHES-ACCEPTED-COUNT.
           IF WS-REG-FOUND-SUB = ZERO
               ADD 1 TO WS-REG-COUNT
               MOVE WS-REG-COUNT TO WS-REG-FOUND-SUB
               MOVE WS-BAT-BRANCH-ID (WS-BATCH-SUB)
                   TO WS-REG-BRANCH-ID (WS-REG-FOUND-SUB)
           END-IF.
           MOVE WS-BAT-SEQUENCE (WS-BATCH-SUB)
               TO WS-REG-LAST-SEQUENCE (WS-REG-FOUND-SUB).
           MOVE WS-BAT-TRANS-DATE (WS-BATCH-SUB)
               TO WS-REG-LAST-TRANS-DATE (WS-REG-FOUND-SUB).
           MOVE WS-TODAY-DATE
               TO WS-REG-LAST-APPLIED-DATE (WS-REG-FOUND-SUB).
           MOVE "Y" TO WS-REG-HEARD-SWITCH (WS-REG-FOUND-SUB).

      *    The first reason found is the one reported.
       1290-REJECT-BATCH.
           IF NOT BATCH-IS-REJECTED (WS-BATCH-SUB)
               MOVE "R" TO WS-BAT-STATUS (WS-BATCH-SUB)
               MOVE WS-BATCH-REASON TO WS-BAT-REASON (WS-BATCH-SUB)
               ADD 1 TO WS-BATCHES-REJECTED-COUNT
               DISPLAY "BATCH " WS-BAT-SEQUENCE (WS-BATCH-SUB)
                   " FROM " WS-BAT-BRANCH-ID (WS-BATCH-SUB)
                   " REJECTED - " WS-BATCH-REASON
           END-IF.

       1300-FIND-REGISTER-ENTRY.
           MOVE ZERO TO WS-REG-FOUND-SUB.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-REG-BRANCH-ID (WS-REG-SUB) = BRG-BRANCH-ID
                   MOVE WS-REG-SUB TO WS-REG-FOUND-SUB
               END-IF
           END-PERFORM.

      *    Apply pass: each header picks up the verdict the proving
      *    pass reached for it.  A header past the batch table was
      *    never proved and is refused.
       2010-START-BATCH.
           ADD 1 TO WS-BATCH-SUB.
           MOVE "Y" TO WS-IN-BATCH-SWITCH.
           MOVE "N" TO WS-BATCH-OK-SWITCH.
           IF WS-BATCH-SUB NOT > WS-BATCH-COUNT
               IF BATCH-IS-ACCEPTED (WS-BATCH-SUB)
                   MOVE "Y" TO WS-BATCH-OK-SWITCH
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTION.
           ADD 1 TO WS-TRANS-READ-COUNT.
           MOVE "N" TO WS-REJECT-SWITCH.
           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN NOT IN-TRANSMISSION-BATCH
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE "NOT INSIDE A TRANSMISSION BATCH"
                       TO WS-REJECT-REASON
               WHEN NOT CURRENT-BATCH-ACCEPTED
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE "BATCH REJECTED - SEE BATCH CONTROL"
                       TO WS-REJECT-REASON
                   ADD 1 TO WS-BATCH-TRANS-REJ-COUNT
               WHEN OTHER
                   PERFORM 2100-EDIT-TRANSACTION
           END-EVALUATE.
           IF NOT TRANS-REJECTED
               EVALUATE TRUE
                   WHEN BRANCH-ADD
           END-IF.
      *    The transmitting branch owns the case it adds.
           MOVE BTR-BRANCH-ID TO AGE-BRANCH-ID.
           MOVE SPACES TO AGE-HOLD-STATUS AGE-HOLD-REASON
               AGE-HOLD-OPERATOR.
           MOVE ZERO TO AGE-HOLD-DATE AGE-HOLD-RELEASE-DATE.
           WRITE AGE-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-REJECT-SWITCH

       4000-APPLY-CORRECT.
           PERFORM 4900-READ-MASTER-CASE.
           IF CASE-WAS-FOUND AND CASE-ON-HOLD
               PERFORM 4950-REJECT-HELD-CASE
           ELSE
               IF NOT CASE-WAS-FOUND
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE "CASE NOT FOUND" TO WS-REJECT-REASON
               ELSE
                   MOVE AGE-AGE TO WS-OLD-AGE
                   MOVE BTR-AGE TO AGE-AGE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO AGE-OPERATION-DATE
                   IF BTR-CATEGORY NOT = SPACES
                       MOVE BTR-CATEGORY TO AGE-CATEGORY
                   END-IF
                   IF BTR-BRANCH-ID NOT = SPACES
                       MOVE BTR-BRANCH-ID TO AGE-BRANCH-ID
                   END-IF
                   REWRITE AGE-RECORD
                       INVALID KEY
                           MOVE "Y" TO WS-REJECT-SWITCH
                           MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   END-REWRITE
                   IF NOT TRANS-REJECTED AND
                           WS-AGE-TRANS-STATUS NOT = "00"
                       MOVE "Y" TO WS-REJECT-SWITCH
                       MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                   END-IF
                   IF NOT TRANS-REJECTED
                       MOVE "C" TO WS-MAINT-ACTION
                       MOVE BTR-AGE TO WS-NEW-AGE
                       PERFORM 6000-WRITE-MAINT-LOG-RECORD
                   END-IF
               END-IF
           END-IF.

       4500-APPLY-DELETE.
           PERFORM 4900-READ-MASTER-CASE.
           IF CASE-WAS-FOUND AND CASE-ON-HOLD
               PERFORM 4950-REJECT-HELD-CASE
           ELSE
               IF NOT CASE-WAS-FOUND
                   MOVE "Y" TO WS-REJECT-SWITCH
                   MOVE "CASE NOT FOUND" TO WS-REJECT-REASON
               ELSE
                   MOVE AGE-AGE TO WS-OLD-AGE
                   DELETE AGE-TRANS-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-REJECT-SWITCH
                           MOVE "DELETE FAILED" TO WS-REJECT-REASON
                   END-DELETE
                   IF NOT TRANS-REJECTED AND
                           WS-AGE-TRANS-STATUS NOT = "00"
                       MOVE "Y" TO WS-REJECT-SWITCH
                       MOVE "DELETE FAILED" TO WS-REJECT-REASON
                   END-IF
                   IF NOT TRANS-REJECTED
                       MOVE "D" TO WS-MAINT-ACTION
                       MOVE ZERO TO WS-NEW-AGE
                       PERFORM 6000-WRITE-MAINT-LOG-RECORD
                   END-IF
               END-IF
           END-IF.

                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.

      *    A held case is frozen against branch changes the same as
      *    against online ones: the transaction is rejected and the
      *    case is left as it stands.
       4950-REJECT-HELD-CASE.
           MOVE "Y" TO WS-REJECT-SWITCH.
           MOVE "CASE ON HOLD - CHANGE REFUSED" TO WS-REJECT-REASON.
           ADD 1 TO WS-HELD-REJ-COUNT.

      *    Same audit entry Agemaint writes for online work, with the
      *    branch identifier standing in for the operator.
       6000-WRITE-MAINT-LOG-RECORD.
           END-READ.

       9000-TERMINATE.
           PERFORM 9300-WRITE-BATCH-CONTROL.
           PERFORM 9400-WRITE-SILENT-BRANCHES.
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-BATCHES-REJECTED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF BRANCH-REGISTER-USABLE
               PERFORM 9600-SAVE-BRANCH-REGISTER
           ELSE
               DISPLAY "BRANCH REGISTER NOT REWRITTEN - NOTHING APPLIED"
               MOVE 12 TO RETURN-CODE
           END-IF.
           CLOSE BRANCH-TRANS-FILE.
           CLOSE AGE-TRANS-FILE.
           CLOSE MAINT-LOG-FILE.
           DISPLAY "TRANSACTIONS READ = " WS-TRANS-READ-COUNT.
           DISPLAY "ACCEPTED = " WS-ACCEPTED-COUNT
               " REJECTED = " WS-REJECTED-COUNT.
           DISPLAY "BATCHES ACCEPTED = " WS-BATCHES-ACCEPTED-COUNT
               " REJECTED = " WS-BATCHES-REJECTED-COUNT.

      *    Section pages carry the report title and the section's
      *    own column line instead of the transaction columns.
       7100-WRITE-SECTION-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WH1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
           MOVE WS-REPORT-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SECTION-COLUMNS TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.

       7200-WRITE-SECTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7100-WRITE-SECTION-HEADER
           END-IF.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       9300-WRITE-BATCH-CONTROL.
           MOVE WS-BATCH-HEADING TO WS-SECTION-HEADING.
           MOVE WS-BATCH-COLUMNS TO WS-SECTION-COLUMNS.
           PERFORM 7100-WRITE-SECTION-HEADER.
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               MOVE WS-BAT-BRANCH-ID (WS-BATCH-SUB) TO WBC-BRANCH-ID
               MOVE WS-BAT-TRANS-DATE (WS-BATCH-SUB)
                   TO WBC-TRANS-DATE
               MOVE WS-BAT-SEQUENCE (WS-BATCH-SUB) TO WBC-SEQUENCE
               MOVE WS-BAT-RECORD-COUNT (WS-BATCH-SUB)
                   TO WBC-RECORD-COUNT
               MOVE WS-BAT-TRAILER-COUNT (WS-BATCH-SUB)
                   TO WBC-TRAILER-COUNT
               MOVE WS-BAT-HASH-TOTAL (WS-BATCH-SUB)
                   TO WBC-HASH-TOTAL
               MOVE WS-BAT-TRAILER-HASH (WS-BATCH-SUB)
                   TO WBC-TRAILER-HASH
               IF BATCH-IS-ACCEPTED (WS-BATCH-SUB)
                   MOVE "ACCEPTED" TO WBC-DISPOSAL
               ELSE
                   MOVE "REJECTED" TO WBC-DISPOSAL
               END-IF
               MOVE WS-BAT-REASON (WS-BATCH-SUB) TO WBC-REASON
               MOVE WS-BATCH-DETAIL TO REPORT-LINE
               PERFORM 7200-WRITE-SECTION-LINE
           END-PERFORM.

      *    Every branch on the register that sent no batch header at
      *    all in this file, with how long since its last batch was
      *    applied.
       9400-WRITE-SILENT-BRANCHES.
           MOVE WS-SILENT-HEADING TO WS-SECTION-HEADING.
           MOVE WS-SILENT-COLUMNS TO WS-SECTION-COLUMNS.
           PERFORM 7100-WRITE-SECTION-HEADER.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF NOT BRANCH-WAS-HEARD (WS-REG-SUB)
                   ADD 1 TO WS-SILENT-BRANCH-COUNT
                   PERFORM 9450-WRITE-SILENT-LINE
               END-IF
           END-PERFORM.
           IF WS-SILENT-BRANCH-COUNT = ZERO
               MOVE WS-SILENT-NONE-LINE TO REPORT-LINE
               PERFORM 7200-WRITE-SECTION-LINE
           END-IF.

       9450-WRITE-SILENT-LINE.
           MOVE WS-REG-BRANCH-ID (WS-REG-SUB) TO WSB-BRANCH-ID.
           MOVE WS-REG-LAST-SEQUENCE (WS-REG-SUB)
               TO WSB-LAST-SEQUENCE.
           MOVE WS-REG-LAST-TRANS-DATE (WS-REG-SUB)
               TO WSB-LAST-TRANS-DATE.
           MOVE WS-REG-LAST-APPLIED-DATE (WS-REG-SUB)
               TO WSB-LAST-APPLIED-DATE.
           IF WS-REG-LAST-APPLIED-DATE (WS-REG-SUB) > 19000101
               COMPUTE WS-DAYS-SINCE-APPLIED =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE
                       (WS-REG-LAST-APPLIED-DATE (WS-REG-SUB))
           ELSE
               MOVE 9999 TO WS-DAYS-SINCE-APPLIED
           END-IF.
           MOVE WS-DAYS-SINCE-APPLIED TO WSB-DAYS-SINCE.
           MOVE WS-SILENT-DETAIL TO REPORT-LINE.
           PERFORM 7200-WRITE-SECTION-LINE.

       9600-SAVE-BRANCH-REGISTER.
           OPEN OUTPUT BRANCH-REGISTER-FILE.
           IF WS-BRANCH-REGISTER-STATUS NOT = "00"
               DISPLAY "BRANCH-REGISTER-FILE OPEN FAILED, STATUS = "
                   WS-BRANCH-REGISTER-STATUS " - REGISTER NOT SAVED"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-COUNT
                   MOVE WS-REG-BRANCH-ID (WS-REG-SUB) TO BRG-BRANCH-ID
                   MOVE WS-REG-LAST-SEQUENCE (WS-REG-SUB)
                       TO BRG-LAST-SEQUENCE
                   MOVE WS-REG-LAST-TRANS-DATE (WS-REG-SUB)
                       TO BRG-LAST-TRANS-DATE
                   MOVE WS-REG-LAST-APPLIED-DATE (WS-REG-SUB)
                       TO BRG-LAST-APPLIED-DATE
                   WRITE BRANCH-REGISTER-RECORD
               END-PERFORM
               CLOSE BRANCH-REGISTER-FILE
           END-IF.

       9500-WRITE-CONTROL-TOTALS.
           MOVE WS-REJECTED-COUNT TO WT3-REJECTED-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCH-TRANS-REJ-COUNT TO WT4-BATCH-TRANS-REJ.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-REJ-COUNT TO WT4A-HELD-REJ.
           MOVE WS-REPORT-TOTALS-LINE-4A TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCHES-READ-COUNT TO WT5-BATCHES-READ.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCHES-ACCEPTED-COUNT TO WT6-BATCHES-ACCEPTED.
           MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-BATCHES-REJECTED-COUNT TO WT7-BATCHES-REJECTED.
           MOVE WS-REPORT-TOTALS-LINE-7 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SILENT-BRANCH-COUNT TO WT8-SILENT-BRANCHES.
           MOVE WS-REPORT-TOTALS-LINE-8 TO REPORT-LINE.
           WRITE REPORT-LINE.
