       IDENTIFICATION DIVISION.
       PROGRAM-ID. Lastbld.
       AUTHOR. JingYi Li.

      *    Rebuilds the latest-resault KSDS (RESALAST.DAT) from the
      *    retained resault history (RESAHIST.DAT).  The file is
      *    emptied first, then every live history row is posted to
      *    it in run order under the same rule the nightly run
      *    applies - a new cycle date moves the case's latest
      *    resault down to prior, a second row for the same cycle
      *    date replaces the latest - so the rebuilt file matches
      *    what the nightly upkeep would have produced.  Rows a
      *    cycle backout marked superseded are skipped.  Run it to
      *    create the file the first time, after it is lost or
      *    damaged, or whenever a step reports that its latest-
      *    resault updates failed.
      *    With POST on the LASTCRD card the file is not emptied:
      *    the history given is one cycle's new rows only (the
      *    partitioned main run's per-partition copies, which leave
      *    RESALAST alone) and they are posted onto the file as it
      *    stands, once the merge has released them to the live
      *    history.  A row older than the case's latest on file is
      *    skipped, so posting the same rows again changes nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "RESAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT LATEST-RESAULT-FILE ASSIGN TO "RESALAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LST-CASE-ID
               FILE STATUS IS WS-LATEST-STATUS.

           SELECT LAST-CARD-FILE ASSIGN TO "LASTCRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LAST-CARD-STATUS.

           SELECT REPORT-FILE ASSIGN TO "LASTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY HISTREC.

       FD  LATEST-RESAULT-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY LASTREC.

       FD  LAST-CARD-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  LAST-CARD-RECORD.
           05 LCD-MODE                PIC X(4).

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-LATEST-STATUS           PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-LAST-CARD-STATUS        PIC XX.
       01  WS-MODE-SWITCH             PIC X VALUE "R".
           88 POSTING-ONE-CYCLE           VALUE "P".
           88 MODE-CARD-REFUSED           VALUE "X".
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-HISTORY-FILE         VALUE "Y".
       01  WS-FILES-OK-SWITCH         PIC X VALUE "N".
           88 FILES-ARE-OPEN              VALUE "Y".
       01  WS-LATEST-FOUND-SWITCH     PIC X VALUE "N".
           88 LATEST-CASE-FOUND           VALUE "Y".
       01  WS-HISTORY-READ-COUNT      PIC 9(8) VALUE ZERO.
       01  WS-SUPERSEDED-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-CASES-WRITTEN-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-CASES-UPDATED-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-WRITE-FAIL-COUNT        PIC 9(8) VALUE ZERO.
       01  WS-OLDER-SKIPPED-COUNT     PIC 9(8) VALUE ZERO.
       01  WS-RUN-DATE                PIC X(10).
       01  WS-CURRENT-DATE-WORK.
           05 CDW-YEAR                PIC X(4).
           05 CDW-MONTH               PIC X(2).
           05 CDW-DAY                 PIC X(2).
           05 FILLER                  PIC X(13).
       01  WS-PAGE-NUMBER             PIC 9(4) VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05 WH1-TITLE PIC X(30) VALUE "LATEST-RESAULT FILE REBUILD".
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH1-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 WH1-PAGE-NUMBER PIC ZZZ9.

       01  WS-REPORT-TOTALS-HEADING   PIC X(40)
               VALUE "CONTROL TOTALS".

       01  WS-REPORT-TOTALS-LINE-1.
           05 FILLER PIC X(30) VALUE "HISTORY ROWS READ . . . . . .".
           05 WT1-HISTORY-READ        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-2.
           05 FILLER PIC X(30) VALUE "SUPERSEDED ROWS SKIPPED . . .".
           05 WT2-SUPERSEDED-COUNT    PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-3.
           05 FILLER PIC X(30) VALUE "CASES WRITTEN . . . . . . . .".
           05 WT3-CASES-WRITTEN       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4.
           05 FILLER PIC X(30) VALUE "LATER RUNS POSTED . . . . . .".
           05 WT4-CASES-UPDATED       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "WRITE/REWRITE FAILURES. . . .".
           05 WT5-WRITE-FAILS         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-6.
           05 FILLER PIC X(30) VALUE "OLDER THAN FILE - SKIPPED . .".
           05 WT6-OLDER-SKIPPED       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM UNTIL END-OF-HISTORY-FILE
               PERFORM 2000-POST-HISTORY-ROW
               PERFORM 8000-READ-HISTORY-FILE
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           STOP RUN.

      *    The history is opened first - a rebuild that cannot read
      *    it must not empty the file it was meant to restore.
       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM 1050-READ-LAST-CARD.
           IF MODE-CARD-REFUSED
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "HISTORY-FILE OPEN FAILED, STATUS = "
                       WS-HISTORY-STATUS " - REBUILD REFUSED"
                   MOVE "Y" TO WS-EOF-SWITCH
               ELSE
                   IF POSTING-ONE-CYCLE
                       PERFORM 1200-OPEN-LATEST-FILE
                   ELSE
                       PERFORM 1100-EMPTY-LATEST-FILE
                   END-IF
               END-IF
           END-IF.

      *    No card, or a blank one, is the full rebuild.  Anything
      *    but POST is refused rather than taken as a rebuild - a
      *    mistyped posting card must not empty the file.
       1050-READ-LAST-CARD.
           OPEN INPUT LAST-CARD-FILE.
           IF WS-LAST-CARD-STATUS = "00"
               READ LAST-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       EVALUATE LCD-MODE
                           WHEN SPACES
                               CONTINUE
                           WHEN "POST"
                               MOVE "P" TO WS-MODE-SWITCH
                               MOVE "LATEST-RESAULT CYCLE POSTING"
                                   TO WH1-TITLE
                           WHEN OTHER
                               DISPLAY "LASTCRD MODE " LCD-MODE
                                   " NOT RECOGNISED - RUN REFUSED"
                               MOVE "X" TO WS-MODE-SWITCH
                       END-EVALUATE
               END-READ
               CLOSE LAST-CARD-FILE
           END-IF.

       1100-EMPTY-LATEST-FILE.
           OPEN OUTPUT LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS = "00"
               CLOSE LATEST-RESAULT-FILE
               OPEN I-O LATEST-RESAULT-FILE
           END-IF.
           IF WS-LATEST-STATUS NOT = "00"
               DISPLAY "LATEST-RESAULT-FILE OPEN FAILED, STATUS = "
                   WS-LATEST-STATUS " - REBUILD REFUSED"
               CLOSE HISTORY-FILE
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "Y" TO WS-FILES-OK-SWITCH
               PERFORM 8000-READ-HISTORY-FILE
           END-IF.

      *    Posting adds to the file as it stands - it must already
      *    exist.
       1200-OPEN-LATEST-FILE.
           OPEN I-O LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS NOT = "00"
               DISPLAY "LATEST-RESAULT-FILE OPEN FAILED, STATUS = "
                   WS-LATEST-STATUS " - POSTING REFUSED"
               CLOSE HISTORY-FILE
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               MOVE "Y" TO WS-FILES-OK-SWITCH
               PERFORM 8000-READ-HISTORY-FILE
           END-IF.

       2000-POST-HISTORY-ROW.
           IF HISTORY-SUPERSEDED
               ADD 1 TO WS-SUPERSEDED-COUNT
           ELSE
               PERFORM 2100-POST-LATEST-RESAULT
           END-IF.

      *    Same rule as the nightly upkeep in Operations and the
      *    suspense recycle.  When posting, a row older than the
      *    latest already on file is history the file has moved
      *    past and is left alone.
       2100-POST-LATEST-RESAULT.
           MOVE HST-CASE-ID TO LST-CASE-ID.
           READ LATEST-RESAULT-FILE
               INVALID KEY
                   MOVE "N" TO WS-LATEST-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-LATEST-FOUND-SWITCH
           END-READ.
           IF LATEST-CASE-FOUND AND POSTING-ONE-CYCLE
                   AND LST-LATEST-RUN-DATE > HST-RUN-DATE
               ADD 1 TO WS-OLDER-SKIPPED-COUNT
           ELSE
               PERFORM 2200-APPLY-HISTORY-ROW
           END-IF.
           IF WS-LATEST-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-FAIL-COUNT
               DISPLAY "LATEST-RESAULT UPDATE FAILED FOR CASE "
                   HST-CASE-ID ", STATUS = " WS-LATEST-STATUS
           END-IF.

       2200-APPLY-HISTORY-ROW.
           IF LATEST-CASE-FOUND
               IF LST-LATEST-RUN-DATE NOT = HST-RUN-DATE
                   MOVE LST-LATEST-RUN-DATE TO LST-PRIOR-RUN-DATE
                   MOVE LST-LATEST-RESAULT TO LST-PRIOR-RESAULT
               END-IF
               MOVE HST-RUN-DATE TO LST-LATEST-RUN-DATE
               MOVE HST-RESAULT TO LST-LATEST-RESAULT
               REWRITE LATEST-RESAULT-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-LATEST-STATUS = "00"
                   ADD 1 TO WS-CASES-UPDATED-COUNT
               END-IF
           ELSE
               MOVE HST-CASE-ID TO LST-CASE-ID
               MOVE HST-RUN-DATE TO LST-LATEST-RUN-DATE
               MOVE HST-RESAULT TO LST-LATEST-RESAULT
               MOVE ZERO TO LST-PRIOR-RUN-DATE
               MOVE ZERO TO LST-PRIOR-RESAULT
               WRITE LATEST-RESAULT-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-LATEST-STATUS = "00"
                   ADD 1 TO WS-CASES-WRITTEN-COUNT
               END-IF
           END-IF.

       7000-WRITE-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO WH1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
           MOVE WS-REPORT-HEADING-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       8000-READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ-COUNT
           END-READ.

       9000-TERMINATE.
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           IF FILES-ARE-OPEN
               CLOSE HISTORY-FILE
               CLOSE LATEST-RESAULT-FILE
           END-IF.
           CLOSE REPORT-FILE.
           DISPLAY "HISTORY ROWS READ = " WS-HISTORY-READ-COUNT
               " CASES WRITTEN = " WS-CASES-WRITTEN-COUNT.
           IF NOT FILES-ARE-OPEN OR WS-WRITE-FAIL-COUNT > ZERO
               MOVE 12 TO RETURN-CODE
           END-IF.

       9500-WRITE-CONTROL-TOTALS.
           PERFORM 7000-WRITE-PAGE-HEADER.
           MOVE WS-REPORT-TOTALS-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HISTORY-READ-COUNT TO WT1-HISTORY-READ.
           MOVE WS-REPORT-TOTALS-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUPERSEDED-COUNT TO WT2-SUPERSEDED-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CASES-WRITTEN-COUNT TO WT3-CASES-WRITTEN.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CASES-UPDATED-COUNT TO WT4-CASES-UPDATED.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WRITE-FAIL-COUNT TO WT5-WRITE-FAILS.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF POSTING-ONE-CYCLE
               MOVE WS-OLDER-SKIPPED-COUNT TO WT6-OLDER-SKIPPED
               MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
