       IDENTIFICATION DIVISION.
       PROGRAM-ID. Steprels.
       AUTHOR. JingYi Li.

      *    Controlled release of a posting step for rerun.  The
      *    suspense recycle (SUSPCYCL) and the payroll settlement
      *    (PAYMATCH) each mark their cycle COMPLETE on the step-
      *    completion register (STEPREG) as they finish it, and a
      *    resubmitted stream then refuses to post the cycle again.
      *    When one of them genuinely has to run the cycle a second
      *    time, operations puts the step name, the cycle date, the
      *    operator id and the reason on the RELCRD card and this
      *    job marks that one entry RELEASED.  Only the current
      *    cycle on the run control can be released, only an entry
      *    that is COMPLETE, and only with an operator and a reason
      *    - they stay on the register entry with the time of the
      *    release.  The release register lists the card, the
      *    result and every register entry for the cycle.
      *    RC=0 released, RC=8 card refused, RC=12 register not
      *    usable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RELEASE-CARD-FILE ASSIGN TO "RELCRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-CARD-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRG-KEY
               FILE STATUS IS WS-STEP-REGISTER-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RELRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RELEASE-CARD-FILE
           RECORD CONTAINS 54 CHARACTERS.
       01  RELEASE-CARD-RECORD.
           05 RLC-STEP-NAME           PIC X(8).
           05 RLC-CYCLE-DATE          PIC 9(8).
           05 RLC-OPERATOR-ID         PIC X(8).
           05 RLC-REASON              PIC X(30).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY RUNCTL.

       FD  STEP-REGISTER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY STEPREG.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RELEASE-CARD-STATUS     PIC XX.
       01  WS-RUN-CONTROL-STATUS      PIC XX.
       01  WS-STEP-REGISTER-STATUS    PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-APPROVED-SWITCH         PIC X VALUE "N".
           88 RELEASE-IS-APPROVED         VALUE "Y".
       01  WS-REGISTER-SWITCH         PIC X VALUE "N".
           88 STEP-REGISTER-AVAILABLE     VALUE "Y".
       01  WS-RELEASED-SWITCH         PIC X VALUE "N".
           88 STEP-WAS-RELEASED           VALUE "Y".
       01  WS-UPDATE-FAILED-SWITCH    PIC X VALUE "N".
           88 REGISTER-UPDATE-FAILED      VALUE "Y".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CYCLE-ENTRIES        VALUE "Y".
       01  WS-CARD-STEP-NAME          PIC X(8) VALUE SPACES.
       01  WS-CARD-CYCLE-DATE         PIC 9(8) VALUE ZERO.
       01  WS-CARD-OPERATOR-ID        PIC X(8) VALUE SPACES.
       01  WS-CARD-REASON             PIC X(30) VALUE SPACES.
       01  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RESULT-TEXT             PIC X(40) VALUE SPACES.
       01  WS-ENTRY-COUNT             PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
           05 CDW-MONTH               PIC X(2).
           05 CDW-DAY                 PIC X(2).
           05 FILLER                  PIC X(13).

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(21) VALUE "STEP RELEASE REGISTER".
           05 FILLER PIC X(41) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH1-RUN-DATE PIC X(10).

       01  WS-CARD-HEADING            PIC X(40)
               VALUE "RELEASE CARD".

       01  WS-CARD-LINE-1.
           05 FILLER PIC X(30) VALUE "STEP NAME . . . . . . . . . .".
           05 WC1-STEP-NAME           PIC X(8).

       01  WS-CARD-LINE-2.
           05 FILLER PIC X(30) VALUE "CYCLE DATE. . . . . . . . . .".
           05 WC2-CYCLE-DATE          PIC 9(8).

       01  WS-CARD-LINE-3.
           05 FILLER PIC X(30) VALUE "RELEASED BY . . . . . . . . .".
           05 WC3-OPERATOR-ID         PIC X(8).

       01  WS-CARD-LINE-4.
           05 FILLER PIC X(30) VALUE "REASON. . . . . . . . . . . .".
           05 WC4-REASON              PIC X(30).

       01  WS-RESULT-LINE.
           05 FILLER PIC X(30) VALUE "RELEASE RESULT. . . . . . . .".
           05 WR-RESULT               PIC X(40).

       01  WS-ENTRIES-HEADING.
           05 FILLER PIC X(30) VALUE "REGISTER ENTRIES FOR CYCLE. .".
           05 WE-CYCLE-DATE           PIC 9(8).

       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(10) VALUE "STEP".
           05 FILLER PIC X(8) VALUE "STATUS".
           05 FILLER PIC X(4) VALUE "RC".
           05 FILLER PIC X(10) VALUE "POSTED".
           05 FILLER PIC X(6) VALUE "RUNS".
           05 FILLER PIC X(23) VALUE "COMPLETED".
           05 FILLER PIC X(10) VALUE "RELEASED".
           05 FILLER PIC X(32) VALUE "REASON".
           05 FILLER PIC X(21) VALUE "RELEASED AT".

       01  WS-REPORT-DETAIL.
           05 WD-STEP-NAME            PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-STATUS               PIC X(8).
           05 WD-RETURN-CODE          PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-POSTED-COUNT         PIC ZZZ,ZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 WD-RUN-COUNT            PIC Z9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WD-COMPLETED            PIC X(21).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-RELEASED-BY          PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-RELEASE-REASON       PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-RELEASED-AT          PIC X(21).

       01  WS-TOTALS-LINE.
           05 FILLER PIC X(30) VALUE "ENTRIES FOR THE CYCLE . . . .".
           05 WT-ENTRY-COUNT          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF RELEASE-IS-APPROVED
               PERFORM 2000-RELEASE-STEP
           END-IF.
           PERFORM 5000-WRITE-RELEASE-REGISTER.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RELEASE-CARD.
           PERFORM 1300-READ-RUN-CONTROL.
           PERFORM 1400-OPEN-STEP-REGISTER.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

      *    Only the two posting steps keep register entries, and a
      *    release with nobody's name or no reason on it is refused
      *    - the register is the record of who let a cycle post
      *    twice and why.
       1100-READ-RELEASE-CARD.
           OPEN INPUT RELEASE-CARD-FILE.
           IF WS-RELEASE-CARD-STATUS NOT = "00"
               DISPLAY "RELEASE-CARD-FILE OPEN FAILED, STATUS = "
                   WS-RELEASE-CARD-STATUS " - RELEASE REFUSED"
               MOVE "NO RELEASE CARD" TO WS-RESULT-TEXT
           ELSE
               READ RELEASE-CARD-FILE
                   AT END
                       DISPLAY "RELEASE-CARD-FILE IS EMPTY - "
                           "RELEASE REFUSED"
                       MOVE "NO RELEASE CARD" TO WS-RESULT-TEXT
                   NOT AT END
                       MOVE RLC-STEP-NAME TO WS-CARD-STEP-NAME
                       MOVE RLC-OPERATOR-ID TO WS-CARD-OPERATOR-ID
                       MOVE RLC-REASON TO WS-CARD-REASON
                       IF RLC-CYCLE-DATE IS NUMERIC
                           MOVE RLC-CYCLE-DATE TO WS-CARD-CYCLE-DATE
                       END-IF
                       PERFORM 1150-EDIT-RELEASE-CARD
               END-READ
               CLOSE RELEASE-CARD-FILE
           END-IF.

       1150-EDIT-RELEASE-CARD.
           EVALUATE TRUE
               WHEN WS-CARD-STEP-NAME NOT = "SUSPCYCL" AND
                       WS-CARD-STEP-NAME NOT = "PAYMATCH"
                   MOVE "STEP NOT ON THE REGISTER - REFUSED"
                       TO WS-RESULT-TEXT
               WHEN WS-CARD-CYCLE-DATE NOT > 19000101
                   MOVE "CYCLE DATE NOT PLAUSIBLE - REFUSED"
                       TO WS-RESULT-TEXT
               WHEN WS-CARD-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID - REFUSED" TO WS-RESULT-TEXT
               WHEN WS-CARD-REASON = SPACES
                   MOVE "NO REASON GIVEN - REFUSED" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE "Y" TO WS-APPROVED-SWITCH
           END-EVALUATE.
           IF NOT RELEASE-IS-APPROVED
               DISPLAY "RELEASE CARD " WS-CARD-STEP-NAME " "
                   WS-CARD-CYCLE-DATE " - " WS-RESULT-TEXT
           END-IF.

      *    Only the cycle the run control is on can be released -
      *    an earlier cycle has later postings on top of it, the
      *    same reason the cycle backout refuses one.
       1300-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-FILE OPEN FAILED, STATUS = "
                   WS-RUN-CONTROL-STATUS " - RELEASE REFUSED"
               IF RELEASE-IS-APPROVED
                   MOVE "RUN CONTROL NOT USABLE - REFUSED"
                       TO WS-RESULT-TEXT
                   MOVE "N" TO WS-APPROVED-SWITCH
               END-IF
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       DISPLAY "RUN-CONTROL-FILE IS EMPTY - "
                           "RELEASE REFUSED"
                       IF RELEASE-IS-APPROVED
                           MOVE "RUN CONTROL NOT USABLE - REFUSED"
                               TO WS-RESULT-TEXT
                           MOVE "N" TO WS-APPROVED-SWITCH
                       END-IF
                   NOT AT END
                       MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
                       IF RELEASE-IS-APPROVED AND
                               WS-CARD-CYCLE-DATE NOT = RCT-CYCLE-DATE
                           DISPLAY "CYCLE " WS-CARD-CYCLE-DATE
                               " IS NOT THE CURRENT CYCLE ("
                               RCT-CYCLE-DATE ") - RELEASE REFUSED"
                           MOVE "NOT THE CURRENT CYCLE - REFUSED"
                               TO WS-RESULT-TEXT
                           MOVE "N" TO WS-APPROVED-SWITCH
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1400-OPEN-STEP-REGISTER.
           OPEN I-O STEP-REGISTER-FILE.
           IF WS-STEP-REGISTER-STATUS = "00"
               MOVE "Y" TO WS-REGISTER-SWITCH
           ELSE
               DISPLAY "STEP-REGISTER-FILE OPEN FAILED, STATUS = "
                   WS-STEP-REGISTER-STATUS " - RELEASE REFUSED"
               MOVE "STEP REGISTER NOT USABLE - REFUSED"
                   TO WS-RESULT-TEXT
               MOVE "N" TO WS-APPROVED-SWITCH
           END-IF.

      *    A step with no entry for the cycle, or one already
      *    RELEASED, is not held back by the register - there is
      *    nothing to release, and the card is refused so the
      *    operator looks elsewhere for why the step did not post.
       2000-RELEASE-STEP.
           MOVE WS-CARD-CYCLE-DATE TO SRG-CYCLE-DATE.
           MOVE WS-CARD-STEP-NAME TO SRG-STEP-NAME.
           READ STEP-REGISTER-FILE
               INVALID KEY
                   MOVE "NO ENTRY FOR THE CYCLE - REFUSED"
                       TO WS-RESULT-TEXT
               NOT INVALID KEY
                   IF STEP-COMPLETE
                       PERFORM 2100-MARK-ENTRY-RELEASED
                   ELSE
                       MOVE "ENTRY NOT COMPLETE - REFUSED"
                           TO WS-RESULT-TEXT
                   END-IF
           END-READ.
           DISPLAY WS-CARD-STEP-NAME " CYCLE " WS-CARD-CYCLE-DATE
               " - " WS-RESULT-TEXT.

       2100-MARK-ENTRY-RELEASED.
           MOVE "R" TO SRG-STATUS.
           MOVE WS-CARD-OPERATOR-ID TO SRG-RELEASED-BY.
           MOVE WS-CARD-REASON TO SRG-RELEASE-REASON.
           MOVE FUNCTION CURRENT-DATE TO SRG-RELEASED-TIMESTAMP.
           REWRITE STEP-REGISTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-STEP-REGISTER-STATUS = "00"
               MOVE "Y" TO WS-RELEASED-SWITCH
               MOVE "RELEASED - STEP MAY RERUN THE CYCLE"
                   TO WS-RESULT-TEXT
           ELSE
               DISPLAY "STEP-REGISTER UPDATE FAILED, STATUS = "
                   WS-STEP-REGISTER-STATUS
               MOVE "STEP REGISTER NOT USABLE - REFUSED"
                   TO WS-RESULT-TEXT
               MOVE "Y" TO WS-UPDATE-FAILED-SWITCH
           END-IF.

       5000-WRITE-RELEASE-REGISTER.
           MOVE WS-RUN-DATE TO WH1-RUN-DATE.
           MOVE WS-REPORT-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARD-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARD-STEP-NAME TO WC1-STEP-NAME.
           MOVE WS-CARD-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARD-CYCLE-DATE TO WC2-CYCLE-DATE.
           MOVE WS-CARD-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARD-OPERATOR-ID TO WC3-OPERATOR-ID.
           MOVE WS-CARD-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CARD-REASON TO WC4-REASON.
           MOVE WS-CARD-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RESULT-TEXT TO WR-RESULT.
           MOVE WS-RESULT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF STEP-REGISTER-AVAILABLE
               PERFORM 5100-LIST-CYCLE-ENTRIES
           END-IF.

      *    Every entry for the cycle, so the register page shows
      *    both posting steps' standing after the release.  The
      *    cycle is the card's when it carried a usable date,
      *    otherwise the run control's current cycle.
       5100-LIST-CYCLE-ENTRIES.
           IF WS-CARD-CYCLE-DATE > 19000101
               MOVE WS-CARD-CYCLE-DATE TO SRG-CYCLE-DATE
           ELSE
               MOVE WS-CYCLE-DATE TO SRG-CYCLE-DATE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SRG-CYCLE-DATE TO WE-CYCLE-DATE.
           MOVE WS-ENTRIES-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE LOW-VALUES TO SRG-STEP-NAME.
           START STEP-REGISTER-FILE KEY IS NOT LESS THAN SRG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SWITCH
           END-START.
           PERFORM UNTIL END-OF-CYCLE-ENTRIES
               READ STEP-REGISTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-SWITCH
                   NOT AT END
                       IF SRG-CYCLE-DATE NOT = WE-CYCLE-DATE
                           MOVE "Y" TO WS-EOF-SWITCH
                       ELSE
                           PERFORM 5200-WRITE-ENTRY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ENTRY-COUNT TO WT-ENTRY-COUNT.
           MOVE WS-TOTALS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       5200-WRITE-ENTRY-LINE.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE SRG-STEP-NAME TO WD-STEP-NAME.
           EVALUATE TRUE
               WHEN STEP-COMPLETE
                   MOVE "COMPLETE" TO WD-STATUS
               WHEN STEP-RELEASED
                   MOVE "RELEASED" TO WD-STATUS
               WHEN OTHER
                   MOVE SRG-STATUS TO WD-STATUS
           END-EVALUATE.
           MOVE SRG-RETURN-CODE TO WD-RETURN-CODE.
           MOVE SRG-POSTED-COUNT TO WD-POSTED-COUNT.
           MOVE SRG-RUN-COUNT TO WD-RUN-COUNT.
           MOVE SRG-COMPLETED-TIMESTAMP TO WD-COMPLETED.
           MOVE SRG-RELEASED-BY TO WD-RELEASED-BY.
           MOVE SRG-RELEASE-REASON TO WD-RELEASE-REASON.
           MOVE SRG-RELEASED-TIMESTAMP TO WD-RELEASED-AT.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
           WRITE REPORT-LINE.

       9000-TERMINATE.
           IF STEP-REGISTER-AVAILABLE
               CLOSE STEP-REGISTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
           EVALUATE TRUE
               WHEN STEP-WAS-RELEASED
                   MOVE ZERO TO RETURN-CODE
               WHEN NOT STEP-REGISTER-AVAILABLE OR
                       REGISTER-UPDATE-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
