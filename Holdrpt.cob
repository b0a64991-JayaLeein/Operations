       IDENTIFICATION DIVISION.
       PROGRAM-ID. Holdrpt.
       AUTHOR. JingYi Li.

      *    Weekly held-case listing.  Sweeps the AGETRANS master and
      *    lists every case on hold - branch, category, the date the
      *    hold was placed and how many days it has stood, the
      *    operator who placed it, the planned release date and the
      *    reason - so a hold placed for a dispute or legal review
      *    is not simply forgotten.  Nothing lifts a hold on its own:
      *    a hold still standing past its release date is marked
      *    OVERDUE and ends the step RC 4 so scheduling flags it for
      *    someone with the hold authority to lift or re-date in
      *    Agemaint.  The master is only read here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-TRANS-FILE ASSIGN TO "AGETRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGE-CASE-ID
               FILE STATUS IS WS-AGE-TRANS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HOLDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-AGE-TRANS-FILE       VALUE "Y".
       01  WS-MASTER-OK-SWITCH        PIC X VALUE "N".
           88 MASTER-IS-OPEN              VALUE "Y".
       01  WS-TODAY                   PIC 9(8) VALUE ZERO.
       01  WS-DAYS-HELD               PIC S9(8) VALUE ZERO.
       01  WS-MASTER-READ-COUNT       PIC 9(8) VALUE ZERO.
       01  WS-HELD-COUNT              PIC 9(8) VALUE ZERO.
       01  WS-OPEN-ENDED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-OVERDUE-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-LONGEST-DAYS            PIC 9(8) VALUE ZERO.
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
           05 FILLER PIC X(19) VALUE "CASES HELD REGISTER".
           05 FILLER PIC X(43) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH1-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 WH1-PAGE-NUMBER PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(10) VALUE "CASE-ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "BRANCH".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "CAT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "HELD SINCE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "  DAYS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "HELD BY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RELEASE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "REASON".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "NOTE".

       01  WS-REPORT-DETAIL.
           05 WD-CASE-ID              PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-BRANCH-ID            PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-CATEGORY             PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-HOLD-DATE            PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-DAYS-HELD            PIC ZZ,ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-HOLD-OPERATOR        PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-RELEASE-DATE         PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-HOLD-REASON          PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-NOTE                 PIC X(7).

       01  WS-REPORT-TOTALS-HEADING   PIC X(40)
               VALUE "CONTROL TOTALS".

       01  WS-REPORT-TOTALS-LINE-1.
           05 FILLER PIC X(30) VALUE "MASTER CASES READ . . . . . .".
           05 WT1-MASTER-READ         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-2.
           05 FILLER PIC X(30) VALUE "CASES ON HOLD . . . . . . . .".
           05 WT2-HELD-COUNT          PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-3.
           05 FILLER PIC X(30) VALUE "  NO RELEASE DATE SET . . . .".
           05 WT3-OPEN-ENDED          PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4.
           05 FILLER PIC X(30) VALUE "  PAST RELEASE DATE . . . . .".
           05 WT4-OVERDUE             PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "LONGEST HOLD IN DAYS. . . . .".
           05 WT5-LONGEST-DAYS        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL END-OF-AGE-TRANS-FILE
               IF CASE-ON-HOLD
                   PERFORM 2000-LIST-HELD-CASE
               END-IF
               PERFORM 8000-READ-AGE-TRANS-FILE
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 7000-WRITE-PAGE-HEADER.
           OPEN INPUT AGE-TRANS-FILE.
           IF WS-AGE-TRANS-STATUS NOT = "00"
               DISPLAY "AGE-TRANS-FILE OPEN FAILED, STATUS = "
                   WS-AGE-TRANS-STATUS " - NO LISTING PRODUCED"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "Y" TO WS-MASTER-OK-SWITCH
               PERFORM 8000-READ-AGE-TRANS-FILE
           END-IF.

      *    Days held run from the date the hold was placed to
      *    today.  A hold with no usable placed date still lists,
      *    with the days column left at zero.
       2000-LIST-HELD-CASE.
           ADD 1 TO WS-HELD-COUNT.
           MOVE ZERO TO WS-DAYS-HELD.
           IF AGE-HOLD-DATE > 19000101 AND
                   AGE-HOLD-DATE NOT > WS-TODAY
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY) -
                   FUNCTION INTEGER-OF-DATE(AGE-HOLD-DATE)
           END-IF.
           IF WS-DAYS-HELD > WS-LONGEST-DAYS
               MOVE WS-DAYS-HELD TO WS-LONGEST-DAYS
           END-IF.
           MOVE AGE-CASE-ID TO WD-CASE-ID.
           IF AGE-BRANCH-ID = SPACES
               MOVE "*NONE*" TO WD-BRANCH-ID
           ELSE
               MOVE AGE-BRANCH-ID TO WD-BRANCH-ID
           END-IF.
           MOVE AGE-CATEGORY TO WD-CATEGORY.
           MOVE AGE-HOLD-DATE TO WD-HOLD-DATE.
           MOVE WS-DAYS-HELD TO WD-DAYS-HELD.
           MOVE AGE-HOLD-OPERATOR TO WD-HOLD-OPERATOR.
           MOVE AGE-HOLD-REASON TO WD-HOLD-REASON.
           MOVE SPACES TO WD-NOTE.
           IF AGE-HOLD-RELEASE-DATE = ZERO
               ADD 1 TO WS-OPEN-ENDED-COUNT
               MOVE "OPEN" TO WD-RELEASE-DATE
           ELSE
               MOVE AGE-HOLD-RELEASE-DATE TO WD-RELEASE-DATE
               IF AGE-HOLD-RELEASE-DATE < WS-TODAY
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE "OVERDUE" TO WD-NOTE
               END-IF
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-PAGE-HEADER
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

       8000-READ-AGE-TRANS-FILE.
           READ AGE-TRANS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-MASTER-READ-COUNT
           END-READ.

       9000-TERMINATE.
           IF WS-HELD-COUNT = ZERO AND MASTER-IS-OPEN
               MOVE "  NO CASES ON HOLD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           IF MASTER-IS-OPEN
               CLOSE AGE-TRANS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "CASES ON HOLD = " WS-HELD-COUNT
               " PAST RELEASE DATE = " WS-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT MASTER-IS-OPEN
               MOVE 12 TO RETURN-CODE
           END-IF.

       9500-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-TOTALS-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MASTER-READ-COUNT TO WT1-MASTER-READ.
           MOVE WS-REPORT-TOTALS-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HELD-COUNT TO WT2-HELD-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPEN-ENDED-COUNT TO WT3-OPEN-ENDED.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WT4-OVERDUE.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LONGEST-DAYS TO WT5-LONGEST-DAYS.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
