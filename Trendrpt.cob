       PROGRAM-ID. Trendrpt.
       AUTHOR. JingYi Li.

      *    Run-over-run variance and trend report.  Walks the
      *    latest-resault file (RESALAST.DAT, one record per case
      *    with its latest and prior live resault) and, for every
      *    case on the latest run, compares the new resault against
      *    the prior run's, flags movements beyond the tolerance
      *    percentage on the control card, and lists cases appearing
      *    for the first time.  The last ten runs for a case an
      *    analyst names on the card come off the retained resault
      *    history (RESAHIST.DAT), picking out that one case only.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATEST-RESAULT-FILE ASSIGN TO "RESALAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LST-CASE-ID
               FILE STATUS IS WS-LATEST-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "RESAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  LATEST-RESAULT-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY LASTREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY HISTREC.
           COPY STATREC.

       WORKING-STORAGE SECTION.
       01  WS-LATEST-STATUS           PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-TREND-CARD-STATUS       PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-STEP-STATUS-STATUS      PIC XX.
       01  WS-LATEST-SWITCH           PIC X VALUE "N".
           88 LATEST-FILE-AVAILABLE       VALUE "Y".
       01  WS-LATEST-EOF-SWITCH       PIC X VALUE "N".
           88 END-OF-LATEST-FILE          VALUE "Y".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-HISTORY-FILE         VALUE "Y".
       01  WS-TOLERANCE-PCT           PIC 9(3) VALUE 10.
       01  WS-INQUIRY-CASE-ID         PIC X(10) VALUE SPACES.
       01  WS-LATEST-RUN-DATE         PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-RESAULT           PIC 9(4).
       01  WS-LATEST-RESAULT          PIC 9(4).
       01  WS-VARIANCE-PCT            PIC S9(5)V9(2) VALUE ZERO.
       01  WS-RUN-SUB                 PIC 9(4) COMP VALUE ZERO.
       01  WS-SHIFT-SUB               PIC 9(4) COMP VALUE ZERO.
       01  WS-RUN-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-CASES-READ-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-FLAGGED-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-FIRST-TIME-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-LINE-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-LINES-PER-PAGE          PIC 9(4) VALUE 50.

      *    Last ten runs of the inquiry case, oldest first - the
      *    newest run stored is always in slot WS-RUN-COUNT.
       01  WS-TREND-TABLE.
           05 WS-TRD-RUN OCCURS 10 TIMES.
              10 WS-TRD-RUN-DATE      PIC 9(8).
              10 WS-TRD-RESAULT       PIC 9(4).

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(29) VALUE "RESAULT VARIANCE/TREND REPORT".
               VALUE "CONTROL TOTALS".

       01  WS-REPORT-TOTALS-LINE-1.
           05 FILLER PIC X(30) VALUE "CASES ON LATEST-RESAULT FILE.".
           05 WT1-CASES-READ          PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-2.
           05 FILLER PIC X(30) VALUE "CASES OVER TOLERANCE. . . . .".
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF LATEST-FILE-AVAILABLE
               PERFORM 2000-FIND-LATEST-RUN-DATE
               PERFORM 3000-REPORT-VARIANCES
           END-IF.
           PERFORM 4000-REPORT-INQUIRY-TREND.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-TREND-CARD.
           PERFORM 1200-OPEN-LATEST-RESAULT.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               CLOSE TREND-CARD-FILE
           END-IF.

      *    Without the latest-resault file there is nothing to
      *    judge - the sweep fails rather than report a clean night.
       1200-OPEN-LATEST-RESAULT.
           OPEN INPUT LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS = "00"
               MOVE "Y" TO WS-LATEST-SWITCH
           ELSE
               DISPLAY "LATEST-RESAULT-FILE OPEN FAILED, STATUS = "
                   WS-LATEST-STATUS " - REBUILD IT WITH LASTBLD"
           END-IF.

      *    The latest run is the newest cycle date any case carries;
      *    a first pass over the file finds it.
       2000-FIND-LATEST-RUN-DATE.
           PERFORM 2100-START-LATEST-FILE.
           PERFORM UNTIL END-OF-LATEST-FILE
               ADD 1 TO WS-CASES-READ-COUNT
               IF LST-LATEST-RUN-DATE > WS-LATEST-RUN-DATE
                   MOVE LST-LATEST-RUN-DATE TO WS-LATEST-RUN-DATE
               END-IF
               PERFORM 2200-READ-LATEST-FILE
           END-PERFORM.

       2100-START-LATEST-FILE.
           MOVE "N" TO WS-LATEST-EOF-SWITCH.
           MOVE LOW-VALUES TO LST-CASE-ID.
           START LATEST-RESAULT-FILE KEY IS NOT LESS THAN LST-CASE-ID
               INVALID KEY
                   MOVE "Y" TO WS-LATEST-EOF-SWITCH
           END-START.
           IF NOT END-OF-LATEST-FILE
               PERFORM 2200-READ-LATEST-FILE
           END-IF.

       2200-READ-LATEST-FILE.
           READ LATEST-RESAULT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LATEST-EOF-SWITCH
           END-READ.

       3000-REPORT-VARIANCES.
           PERFORM 2100-START-LATEST-FILE.
           PERFORM UNTIL END-OF-LATEST-FILE
               PERFORM 3100-CHECK-ONE-CASE
               PERFORM 2200-READ-LATEST-FILE
           END-PERFORM.

      *    Only cases present on the latest run are judged - a case
      *    absent tonight has nothing new to compare.
       3100-CHECK-ONE-CASE.
           IF LST-LATEST-RUN-DATE = WS-LATEST-RUN-DATE
               MOVE LST-LATEST-RESAULT TO WS-LATEST-RESAULT
               IF NO-PRIOR-RESAULT
                   ADD 1 TO WS-FIRST-TIME-COUNT
                   MOVE ZERO TO WS-PRIOR-RESAULT
                   MOVE ZERO TO WS-VARIANCE-PCT
                   MOVE "FIRST-TIME CASE" TO WD-FINDING
                   PERFORM 3500-WRITE-VARIANCE-LINE
               ELSE
                   MOVE LST-PRIOR-RESAULT TO WS-PRIOR-RESAULT
                   PERFORM 3200-JUDGE-VARIANCE
               END-IF
           END-IF.
                   WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 6000-WRITE-PAGE-HEADER
           END-IF.
           MOVE LST-CASE-ID TO WD-CASE-ID.
           MOVE WS-PRIOR-RESAULT TO WD-PRIOR-RESAULT.
           MOVE WS-LATEST-RESAULT TO WD-LATEST-RESAULT.
           MOVE WS-VARIANCE-PCT TO WD-VARIANCE-PCT.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *    Only the named case's rows are kept off the history, so
      *    the scan needs no per-case table however long the file.
       4000-REPORT-INQUIRY-TREND.
           IF WS-INQUIRY-CASE-ID NOT = SPACES
               PERFORM 4050-LOAD-INQUIRY-RUNS
               IF WS-RUN-COUNT > ZERO
                   PERFORM 4100-WRITE-TREND-SECTION
               ELSE
                   DISPLAY "INQUIRY CASE " WS-INQUIRY-CASE-ID
               END-IF
           END-IF.

       4050-LOAD-INQUIRY-RUNS.
           MOVE ZERO TO WS-RUN-COUNT.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "HISTORY-FILE OPEN FAILED, STATUS = "
                   WS-HISTORY-STATUS
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 4060-READ-HISTORY-FILE
           END-IF.
           PERFORM UNTIL END-OF-HISTORY-FILE
               IF HST-CASE-ID = WS-INQUIRY-CASE-ID
                   PERFORM 4070-STORE-INQUIRY-ROW
               END-IF
               PERFORM 4060-READ-HISTORY-FILE
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

       4060-READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *    History rows arrive in run order, so appending each row
      *    at the end of the run list keeps it oldest first; once
      *    ten are held the oldest drops off the front.  Rows a
      *    cycle backout marked superseded are bad numbers - they
      *    are left out of the trend entirely.
       4070-STORE-INQUIRY-ROW.
           IF NOT HISTORY-SUPERSEDED
               IF WS-RUN-COUNT < 10
                   ADD 1 TO WS-RUN-COUNT
               ELSE
                   PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                           UNTIL WS-SHIFT-SUB > 9
                       MOVE WS-TRD-RUN (WS-SHIFT-SUB + 1)
                           TO WS-TRD-RUN (WS-SHIFT-SUB)
                   END-PERFORM
               END-IF
               MOVE HST-RUN-DATE TO WS-TRD-RUN-DATE (WS-RUN-COUNT)
               MOVE HST-RESAULT TO WS-TRD-RESAULT (WS-RUN-COUNT)
           END-IF.

       4100-WRITE-TREND-SECTION.
           PERFORM 6000-WRITE-PAGE-HEADER.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TREND-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > WS-RUN-COUNT
               MOVE WS-TRD-RUN-DATE (WS-RUN-SUB) TO WTD-RUN-DATE
               MOVE WS-TRD-RESAULT (WS-RUN-SUB) TO WTD-RESAULT
               MOVE WS-TREND-DETAIL TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           IF LATEST-FILE-AVAILABLE
               CLOSE LATEST-RESAULT-FILE
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.
           DISPLAY "CASES OVER TOLERANCE = " WS-FLAGGED-COUNT.
           END-IF.
           MOVE "TRENDRPT" TO STT-STEP-NAME.
           MOVE RETURN-CODE TO STT-RETURN-CODE.
           MOVE WS-CASES-READ-COUNT TO STT-RECORDS-READ.
           MOVE WS-FLAGGED-COUNT TO STT-COUNT-1.
           MOVE WS-FIRST-TIME-COUNT TO STT-COUNT-2.
           MOVE WS-TOLERANCE-PCT TO STT-COUNT-3.
           MOVE ZERO TO STT-RESAULT-SUM.
           MOVE "Y" TO STT-RECONCILE.
           EVALUATE TRUE
               WHEN NOT LATEST-FILE-AVAILABLE
                   MOVE "LATEST-RESAULT FILE MISSING" TO STT-TEXT
               WHEN WS-FLAGGED-COUNT > ZERO
                   MOVE "CASES OVER TOLERANCE" TO STT-TEXT
               WHEN OTHER
                   MOVE "TREND SWEEP CLEAN" TO STT-TEXT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO STT-TIMESTAMP.
           WRITE STEP-STATUS-RECORD.
           CLOSE STEP-STATUS-FILE.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-TOTALS-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CASES-READ-COUNT TO WT1-CASES-READ.
           MOVE WS-REPORT-TOTALS-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FLAGGED-COUNT TO WT2-FLAGGED-COUNT.
