       IDENTIFICATION DIVISION.
       PROGRAM-ID. Payfull.
       AUTHOR. JingYi Li.

      *    Month-end full refresh of the payroll feed.  The nightly
      *    extract is a delta against the payroll baseline (PAYBASE)
      *    and only carries New, Changed and Removed rows; once a
      *    month payroll gets one row for every live case on the
      *    master so its own file can be squared against ours.  Each
      *    refresh row (PAYFULL.DAT, the extract layout with change
      *    code F) carries the case's latest live resault, read by
      *    key off the latest-resault file (RESALAST), and, as the
      *    prior value, the resault payroll last accepted.  Cases
      *    on the master that have never computed are not sent.
      *    The refresh report lists every case whose latest resault
      *    is not the value payroll accepted - those are still in
      *    flight on the delta feed - and ends RC=4 when there are
      *    any.  The baseline itself is
      *    only read; it moves only on payroll's acknowledgements.
      *    A latest-resault file or baseline that cannot be read
      *    would send payroll a refresh that is empty or has no
      *    prior values, so the run is refused RC=12 and no refresh
      *    is written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-TRANS-FILE ASSIGN TO "AGETRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGE-CASE-ID
               FILE STATUS IS WS-AGE-TRANS-STATUS.

           SELECT LATEST-RESAULT-FILE ASSIGN TO "RESALAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LST-CASE-ID
               FILE STATUS IS WS-LATEST-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

           SELECT REFRESH-FILE ASSIGN TO "PAYFULL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REFRESH-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FULLRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  LATEST-RESAULT-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY LASTREC.

       FD  PAY-BASELINE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PAYBASE.

       FD  REFRESH-FILE
           RECORD CONTAINS 27 CHARACTERS.
           COPY EXTRECT.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-LATEST-STATUS           PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
       01  WS-REFRESH-STATUS          PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-FOUND-SWITCH            PIC X VALUE "N".
           88 CASE-WAS-FOUND              VALUE "Y".
       01  WS-BASELINE-SWITCH         PIC X VALUE "N".
           88 PAY-BASELINE-AVAILABLE      VALUE "Y".
       01  WS-BASELINE-FOUND-SWITCH   PIC X VALUE "N".
           88 BASELINE-CASE-FOUND         VALUE "Y".
       01  WS-LATEST-SWITCH           PIC X VALUE "N".
           88 LATEST-FILE-AVAILABLE       VALUE "Y".
       01  WS-RUN-REJECT-SWITCH       PIC X VALUE "N".
           88 RUN-REFUSED                 VALUE "Y".
       01  WS-LATEST-RESAULT          PIC 9(4).
       01  WS-READ-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-REFRESH-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-REFRESH-SUM             PIC 9(10) VALUE ZERO.
       01  WS-NOT-COMPUTED-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-MATCHED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-DIFFER-COUNT            PIC 9(8) VALUE ZERO.
       01  WS-NO-BASELINE-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
           05 CDW-MONTH               PIC X(2).
           05 CDW-DAY                 PIC X(2).
           05 FILLER                  PIC X(13).
       01  WS-PAGE-NUMBER             PIC 9(4) VALUE ZERO.
       01  WS-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE          PIC 9(4) VALUE 50.

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(26) VALUE "PAYROLL FULL REFRESH".
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH1-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 WH1-PAGE-NUMBER PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(10) VALUE "CASE-ID".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "BRANCH".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "LATEST".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ACCEPTED".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ACCEPT-DT".
           05 FILLER PIC X(6) VALUE SPACES.
           05 FILLER PIC X(40) VALUE "NOTE".

       01  WS-REPORT-DETAIL.
           05 WD-CASE-ID              PIC X(10).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WD-BRANCH-ID            PIC X(8).
           05 FILLER PIC X(6) VALUE SPACES.
           05 WD-LATEST-RESAULT       PIC Z(3)9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WD-ACCEPTED-RESAULT     PIC Z(3)9.
           05 FILLER PIC X(10) VALUE SPACES.
           05 WD-ACCEPTED-DATE        PIC 9(8).
           05 FILLER PIC X(8) VALUE SPACES.
           05 WD-NOTE                 PIC X(40).

       01  WS-REPORT-TOTALS-HEADING   PIC X(40)
               VALUE "CONTROL TOTALS".

       01  WS-REPORT-TOTALS-LINE-1.
           05 FILLER PIC X(30) VALUE "CASES READ FROM MASTER. . . .".
           05 WT1-READ-COUNT          PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-2.
           05 FILLER PIC X(30) VALUE "REFRESH ROWS WRITTEN. . . . .".
           05 WT2-REFRESH-COUNT       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-3.
           05 FILLER PIC X(30) VALUE "REFRESH RESAULT SUM . . . . .".
           05 WT3-REFRESH-SUM         PIC Z,ZZZ,ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4.
           05 FILLER PIC X(30) VALUE "NEVER COMPUTED - NOT SENT . .".
           05 WT4-NOT-COMPUTED        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "AGREE WITH PAYROLL BASELINE .".
           05 WT5-MATCHED-COUNT       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-6.
           05 FILLER PIC X(30) VALUE "DIFFER FROM PAYROLL BASELINE.".
           05 WT6-DIFFER-COUNT        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-7.
           05 FILLER PIC X(30) VALUE "NO LIVE PAYROLL BASELINE. . .".
           05 WT7-NO-BASELINE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF NOT RUN-REFUSED
               PERFORM 3000-SWEEP-MASTER-FILE
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 1400-OPEN-PAY-BASELINE.
           PERFORM 1500-OPEN-LATEST-RESAULT.
           IF NOT RUN-REFUSED
               OPEN OUTPUT REFRESH-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.

      *    A missing baseline is a first month - payroll has
      *    accepted nothing yet, so no prior values go out.  One
      *    that is there but cannot be opened refuses the run, as
      *    the nightly extract does.
       1400-OPEN-PAY-BASELINE.
           OPEN INPUT PAY-BASELINE-FILE.
           EVALUATE WS-PAY-BASELINE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-BASELINE-SWITCH
               WHEN "35"
                   DISPLAY "NO PAY-BASELINE-FILE - NO PRIOR VALUES SENT"
               WHEN OTHER
                   DISPLAY "PAY-BASELINE-FILE OPEN FAILED, STATUS = "
                       WS-PAY-BASELINE-STATUS " - REFRESH REFUSED"
                   MOVE "Y" TO WS-RUN-REJECT-SWITCH
           END-EVALUATE.

      *    Every refresh row's value comes off this file - without
      *    it each case would count as never computed and payroll
      *    would be sent an empty refresh.
       1500-OPEN-LATEST-RESAULT.
           OPEN INPUT LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS = "00"
               MOVE "Y" TO WS-LATEST-SWITCH
           ELSE
               DISPLAY "LATEST-RESAULT-FILE OPEN FAILED, STATUS = "
                   WS-LATEST-STATUS " - REFRESH REFUSED"
               MOVE "Y" TO WS-RUN-REJECT-SWITCH
           END-IF.

       3000-SWEEP-MASTER-FILE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AGE-TRANS-FILE.
           IF WS-AGE-TRANS-STATUS NOT = "00"
               DISPLAY "AGE-TRANS-FILE OPEN FAILED, STATUS = "
                   WS-AGE-TRANS-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM 3100-READ-MASTER-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               PERFORM 3200-REFRESH-ONE-CASE
               PERFORM 3100-READ-MASTER-FILE
           END-PERFORM.
           IF WS-AGE-TRANS-STATUS = "00" OR WS-AGE-TRANS-STATUS = "10"
               CLOSE AGE-TRANS-FILE
           END-IF.

       3100-READ-MASTER-FILE.
           READ AGE-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.

      *    A removal-due baseline is still a value payroll holds -
      *    it goes out as the prior until the Removed row clears it.
       3200-REFRESH-ONE-CASE.
           PERFORM 3300-FIND-LATEST-RESAULT.
           IF NOT CASE-WAS-FOUND
               ADD 1 TO WS-NOT-COMPUTED-COUNT
           ELSE
               PERFORM 3400-READ-PAY-BASELINE
               MOVE AGE-CASE-ID TO EXT-CASE-ID
               MOVE WS-LATEST-RESAULT TO EXT-RESAULT
               MOVE AGE-BRANCH-ID TO EXT-BRANCH-ID
               MOVE "F" TO EXT-CHANGE-CODE
               IF BASELINE-CASE-FOUND
                   MOVE PBS-ACCEPTED-RESAULT TO EXT-PRIOR-RESAULT
               ELSE
                   MOVE ZERO TO EXT-PRIOR-RESAULT
               END-IF
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-REFRESH-COUNT
               ADD WS-LATEST-RESAULT TO WS-REFRESH-SUM
               EVALUATE TRUE
                   WHEN NOT BASELINE-CASE-FOUND
                       ADD 1 TO WS-NO-BASELINE-COUNT
                       MOVE "NO LIVE BASELINE - NEW ON DELTA FEED"
                           TO WD-NOTE
                       PERFORM 5000-WRITE-REFRESH-LINE
                   WHEN PBS-ACCEPTED-RESAULT NOT = WS-LATEST-RESAULT
                       ADD 1 TO WS-DIFFER-COUNT
                       IF BASELINE-REMOVAL-DUE
                           MOVE "REMOVAL DUE ON BASELINE" TO WD-NOTE
                       ELSE
                           MOVE "CHANGE NOT YET ACCEPTED" TO WD-NOTE
                       END-IF
                       PERFORM 5000-WRITE-REFRESH-LINE
                   WHEN OTHER
                       ADD 1 TO WS-MATCHED-COUNT
               END-EVALUATE
           END-IF.

      *    Superseded runs never reach the latest-resault file, so
      *    the record's latest value is the case's latest live one.
       3300-FIND-LATEST-RESAULT.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-LATEST-RESAULT.
           MOVE AGE-CASE-ID TO LST-CASE-ID.
           READ LATEST-RESAULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE LST-LATEST-RESAULT TO WS-LATEST-RESAULT
           END-READ.

       3400-READ-PAY-BASELINE.
           MOVE "N" TO WS-BASELINE-FOUND-SWITCH.
           IF PAY-BASELINE-AVAILABLE
               MOVE AGE-CASE-ID TO PBS-CASE-ID
               READ PAY-BASELINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT BASELINE-REMOVED
                           MOVE "Y" TO WS-BASELINE-FOUND-SWITCH
                       END-IF
               END-READ
           END-IF.

       5000-WRITE-REFRESH-LINE.
           IF WS-PAGE-NUMBER = ZERO OR
                   WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADER
           END-IF.
           MOVE AGE-CASE-ID TO WD-CASE-ID.
           MOVE AGE-BRANCH-ID TO WD-BRANCH-ID.
           MOVE WS-LATEST-RESAULT TO WD-LATEST-RESAULT.
           IF BASELINE-CASE-FOUND
               MOVE PBS-ACCEPTED-RESAULT TO WD-ACCEPTED-RESAULT
               MOVE PBS-ACCEPTED-DATE TO WD-ACCEPTED-DATE
           ELSE
               MOVE ZERO TO WD-ACCEPTED-RESAULT
               MOVE ZERO TO WD-ACCEPTED-DATE
           END-IF.
           MOVE WS-REPORT-DETAIL TO REPORT-LINE.
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

       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           IF NOT RUN-REFUSED
               CLOSE REFRESH-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF PAY-BASELINE-AVAILABLE
               CLOSE PAY-BASELINE-FILE
           END-IF.
           IF LATEST-FILE-AVAILABLE
               CLOSE LATEST-RESAULT-FILE
           END-IF.
           DISPLAY "REFRESH ROWS WRITTEN = " WS-REFRESH-COUNT
               " DIFFER FROM BASELINE = " WS-DIFFER-COUNT.
           IF RETURN-CODE = ZERO AND
                   (WS-DIFFER-COUNT > ZERO OR
                    WS-NO-BASELINE-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF RUN-REFUSED
               DISPLAY "REFRESH REFUSED - NOTHING WRITTEN FOR PAYROLL"
               MOVE 12 TO RETURN-CODE
           END-IF.

       9500-WRITE-CONTROL-TOTALS.
           PERFORM 7000-WRITE-PAGE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-TOTALS-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-READ-COUNT TO WT1-READ-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFRESH-COUNT TO WT2-REFRESH-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFRESH-SUM TO WT3-REFRESH-SUM.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOT-COMPUTED-COUNT TO WT4-NOT-COMPUTED.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MATCHED-COUNT TO WT5-MATCHED-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DIFFER-COUNT TO WT6-DIFFER-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NO-BASELINE-COUNT TO WT7-NO-BASELINE.
           MOVE WS-REPORT-TOTALS-LINE-7 TO REPORT-LINE.
           WRITE REPORT-LINE.
