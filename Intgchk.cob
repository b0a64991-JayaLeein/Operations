       IDENTIFICATION DIVISION.
       PROGRAM-ID. Intgchk.
       AUTHOR. JingYi Li.

      *    Weekly cross-file integrity sweep over the long-lived
      *    datasets that all key on case-id - the AGETRANS master,
      *    the cumulative archive, the retained resault history,
      *    the exception suspense file and the payroll pending file.
      *    Nothing in the nightly stream checks these against one
      *    another, so they drift: a suspense item left for a case
      *    a branch deleted recycles as NEW every night for ever, a
      *    pending payroll row outlives the case Agepurge archived,
      *    a purge whose delete failed leaves the case both live and
      *    archived.  Every orphan and conflict is classified by
      *    type and printed on an exceptions register with the
      *    action operations should take.  Errors - findings that
      *    can put a wrong number in front of payroll or keep a
      *    posting step failing - end the step RC 8; warnings only
      *    end it RC 4.  Every file is only read here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-TRANS-FILE ASSIGN TO "AGETRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AGE-CASE-ID
               FILE STATUS IS WS-AGE-TRANS-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "INTGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY ARCHREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY HISTREC.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY SUSPREC.

       FD  PENDING-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY PAYPEND.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-ARCHIVE-STATUS          PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-SUSPENSE-STATUS         PIC XX.
       01  WS-PENDING-STATUS          PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-MASTER-OK-SWITCH        PIC X VALUE "N".
           88 MASTER-WAS-LOADED           VALUE "Y".
       01  WS-SEARCH-CASE-ID          PIC X(10).
       01  WS-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-CASE-SUB                PIC 9(5) COMP VALUE ZERO.
       01  WS-ARC-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-ORP-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-LOW-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-HIGH-SUB                PIC 9(5) COMP VALUE ZERO.
       01  WS-MID-SUB                 PIC 9(5) COMP VALUE ZERO.
       01  WS-CASE-COUNT              PIC 9(5) COMP VALUE ZERO.
       01  WS-CASE-MAX                PIC 9(5) COMP VALUE 12000.
       01  WS-ARC-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-ARC-MAX                 PIC 9(5) COMP VALUE 20000.
       01  WS-ORP-COUNT               PIC 9(5) COMP VALUE ZERO.
       01  WS-ORP-MAX                 PIC 9(5) COMP VALUE 2000.
       01  WS-ORP-TYPE                PIC X(2).
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

       01  WS-READ-COUNTS.
           05 WS-MASTER-READ-COUNT    PIC 9(8) VALUE ZERO.
           05 WS-ARCHIVE-READ-COUNT   PIC 9(8) VALUE ZERO.
           05 WS-HISTORY-READ-COUNT   PIC 9(8) VALUE ZERO.
           05 WS-SUSPENSE-READ-COUNT  PIC 9(8) VALUE ZERO.
           05 WS-PENDING-READ-COUNT   PIC 9(8) VALUE ZERO.
       01  WS-FINDING-COUNTS.
           05 WS-ERROR-COUNT          PIC 9(8) VALUE ZERO.
           05 WS-WARNING-COUNT        PIC 9(8) VALUE ZERO.
           05 WS-TYPE-COUNT OCCURS 7 TIMES
                                      PIC 9(8).

      *    One finding, filled in by the classifying paragraph and
      *    printed by 4900-WRITE-FINDING.  The type number indexes
      *    the per-type count on the totals page.
       01  WS-FINDING.
           05 WS-FND-TYPE             PIC 9(1).
           05 WS-FND-SEVERITY         PIC X(1).
              88 FINDING-IS-ERROR        VALUE "E".
              88 FINDING-IS-WARNING      VALUE "W".
           05 WS-FND-CASE-ID          PIC X(10).
           05 WS-FND-TEXT             PIC X(32).
           05 WS-FND-DETAIL           PIC X(30).
           05 WS-FND-ACTION           PIC X(45).
       01  WS-DETAIL-BUILD.
           05 WS-DTL-LABEL            PIC X(10).
           05 WS-DTL-VALUE-1          PIC 9(8).
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 WS-DTL-LABEL-2          PIC X(3).
           05 WS-DTL-VALUE-2          PIC 9(8).

      *    Every live case, in case-id order off the KSDS so the
      *    sweep finds a case by halving the table.  Sized like the
      *    other per-case tables to the cluster's allocation.
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 12000 TIMES.
              10 WS-CSE-CASE-ID       PIC X(10).
              10 WS-CSE-OPERATION-DATE PIC 9(8).

      *    One entry per archived case - the archive is cumulative
      *    and a case purged, restored and purged again appears on
      *    it more than once; only its latest purge date is kept.
      *    Entries are inserted in case-id order as they are read.
       01  WS-ARCHIVE-TABLE.
           05 WS-ARC-ENTRY OCCURS 20000 TIMES.
              10 WS-ARC-CASE-ID       PIC X(10).
              10 WS-ARC-PURGE-DATE    PIC 9(8).

      *    History findings are reported once per case, with the
      *    number of rows and the latest run date, not once per row.
       01  WS-ORPHAN-TABLE.
           05 WS-ORP-ENTRY OCCURS 2000 TIMES.
              10 WS-ORP-ENTRY-TYPE    PIC X(2).
              10 WS-ORP-CASE-ID       PIC X(10).
              10 WS-ORP-ROW-COUNT     PIC 9(8).
              10 WS-ORP-LAST-DATE     PIC 9(8).
              10 WS-ORP-PURGE-DATE    PIC 9(8).

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(26) VALUE "DATASET INTEGRITY REGISTER".
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 WH1-RUN-DATE PIC X(10).
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "PAGE: ".
           05 WH1-PAGE-NUMBER PIC ZZZ9.

       01  WS-REPORT-HEADING-2.
           05 FILLER PIC X(10) VALUE "CASE-ID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "SEV".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(32) VALUE "FINDING".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "DETAIL".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(45) VALUE "SUGGESTED ACTION".

       01  WS-REPORT-DETAIL.
           05 WD-CASE-ID              PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-SEVERITY             PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-FINDING              PIC X(32).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-DETAIL               PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-ACTION               PIC X(45).

       01  WS-REPORT-TOTALS-HEADING   PIC X(40)
               VALUE "CONTROL TOTALS".

       01  WS-REPORT-TOTALS-LINE-1.
           05 FILLER PIC X(30) VALUE "MASTER CASES READ . . . . . .".
           05 WT1-MASTER-READ         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-2.
           05 FILLER PIC X(30) VALUE "ARCHIVE ROWS READ . . . . . .".
           05 WT2-ARCHIVE-READ        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-3.
           05 FILLER PIC X(30) VALUE "HISTORY ROWS READ . . . . . .".
           05 WT3-HISTORY-READ        PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-4.
           05 FILLER PIC X(30) VALUE "SUSPENSE ITEMS READ . . . . .".
           05 WT4-SUSPENSE-READ       PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-5.
           05 FILLER PIC X(30) VALUE "PAYROLL PENDING ROWS READ . .".
           05 WT5-PENDING-READ        PIC ZZZ,ZZ9.

      *    One line per finding type, in type-number order.
       01  WS-TYPE-TOTALS-VALUES.
           05 FILLER PIC X(30) VALUE "LIVE CASE ALSO ON ARCHIVE . .".
           05 FILLER PIC X(30) VALUE "SUSPENSE - CASE ARCHIVED. . .".
           05 FILLER PIC X(30) VALUE "SUSPENSE - CASE NOT FOUND . .".
           05 FILLER PIC X(30) VALUE "PENDING - CASE ARCHIVED . . .".
           05 FILLER PIC X(30) VALUE "PENDING - CASE NOT FOUND. . .".
           05 FILLER PIC X(30) VALUE "HISTORY POSTED AFTER PURGE. .".
           05 FILLER PIC X(30) VALUE "HISTORY - CASE NOT FOUND. . .".
       01  WS-TYPE-TOTALS-TABLE REDEFINES WS-TYPE-TOTALS-VALUES.
           05 WS-TYPE-LABEL OCCURS 7 TIMES PIC X(30).

       01  WS-REPORT-TYPE-LINE.
           05 WTT-LABEL               PIC X(30).
           05 WTT-COUNT               PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-6.
           05 FILLER PIC X(30) VALUE "ERROR FINDINGS. . . . . . . .".
           05 WT6-ERROR-COUNT         PIC ZZZ,ZZ9.

       01  WS-REPORT-TOTALS-LINE-7.
           05 FILLER PIC X(30) VALUE "WARNING FINDINGS. . . . . . .".
           05 WT7-WARNING-COUNT       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-MASTER-TABLE.
           IF MASTER-WAS-LOADED
               PERFORM 2200-LOAD-ARCHIVE-TABLE
               PERFORM 3000-CHECK-LIVE-AND-ARCHIVED
               PERFORM 3200-CHECK-SUSPENSE
               PERFORM 3400-CHECK-PENDING
               PERFORM 3600-CHECK-HISTORY
               PERFORM 3800-REPORT-HISTORY-FINDINGS
           END-IF.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           STRING CDW-YEAR "-" CDW-MONTH "-" CDW-DAY
               DELIMITED BY SIZE INTO WS-RUN-DATE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
               MOVE ZERO TO WS-TYPE-COUNT (WS-SUB)
           END-PERFORM.
           PERFORM 7000-WRITE-PAGE-HEADER.

      *    Every finding is judged against the master - without it
      *    there is nothing to sweep and the step ends 12.
       2000-LOAD-MASTER-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AGE-TRANS-FILE.
           IF WS-AGE-TRANS-STATUS NOT = "00"
               DISPLAY "AGE-TRANS-FILE OPEN FAILED, STATUS = "
                   WS-AGE-TRANS-STATUS " - SWEEP NOT RUN"
               MOVE "Y" TO WS-EOF-SWITCH
               MOVE 12 TO WS-MAX-RC
           ELSE
               MOVE "Y" TO WS-MASTER-OK-SWITCH
               PERFORM 2100-READ-MASTER-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               ADD 1 TO WS-MASTER-READ-COUNT
               IF WS-CASE-COUNT < WS-CASE-MAX
                   ADD 1 TO WS-CASE-COUNT
                   MOVE AGE-CASE-ID TO WS-CSE-CASE-ID (WS-CASE-COUNT)
                   MOVE AGE-OPERATION-DATE
                       TO WS-CSE-OPERATION-DATE (WS-CASE-COUNT)
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

       2200-LOAD-ARCHIVE-TABLE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               IF WS-ARCHIVE-STATUS NOT = "35"
                   DISPLAY "ARCHIVE-FILE OPEN FAILED, STATUS = "
                       WS-ARCHIVE-STATUS " - REGISTER INCOMPLETE"
                   MOVE 12 TO WS-MAX-RC
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 2210-READ-ARCHIVE-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               ADD 1 TO WS-ARCHIVE-READ-COUNT
               PERFORM 2220-STORE-ARCHIVE-ENTRY
               PERFORM 2210-READ-ARCHIVE-FILE
           END-PERFORM.
           IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF.

       2210-READ-ARCHIVE-FILE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

      *    2920 leaves WS-LOW-SUB at the slot the case belongs in
      *    when it is not on the table yet; the entries from there
      *    up move along one to make room.
       2220-STORE-ARCHIVE-ENTRY.
           MOVE ARC-CASE-ID TO WS-SEARCH-CASE-ID.
           PERFORM 2920-FIND-ARCHIVE-ENTRY.
           IF WS-ARC-SUB > ZERO
               IF ARC-PURGE-DATE > WS-ARC-PURGE-DATE (WS-ARC-SUB)
                   MOVE ARC-PURGE-DATE
                       TO WS-ARC-PURGE-DATE (WS-ARC-SUB)
               END-IF
           ELSE
               IF WS-ARC-COUNT < WS-ARC-MAX
                   PERFORM VARYING WS-SUB FROM WS-ARC-COUNT BY -1
                           UNTIL WS-SUB < WS-LOW-SUB
                       MOVE WS-ARC-ENTRY (WS-SUB)
                           TO WS-ARC-ENTRY (WS-SUB + 1)
                   END-PERFORM
                   MOVE ARC-CASE-ID TO WS-ARC-CASE-ID (WS-LOW-SUB)
                   MOVE ARC-PURGE-DATE
                       TO WS-ARC-PURGE-DATE (WS-LOW-SUB)
                   ADD 1 TO WS-ARC-COUNT
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.

      *    Both tables are in case-id order, so each lookup halves
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

       2920-FIND-ARCHIVE-ENTRY.
           MOVE ZERO TO WS-ARC-SUB.
           MOVE 1 TO WS-LOW-SUB.
           MOVE WS-ARC-COUNT TO WS-HIGH-SUB.
           PERFORM UNTIL WS-LOW-SUB > WS-HIGH-SUB
                   OR WS-ARC-SUB > ZERO
               COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
               EVALUATE TRUE
                   WHEN WS-ARC-CASE-ID (WS-MID-SUB) = WS-SEARCH-CASE-ID
                       MOVE WS-MID-SUB TO WS-ARC-SUB
                   WHEN WS-ARC-CASE-ID (WS-MID-SUB) < WS-SEARCH-CASE-ID
                       COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
                   WHEN OTHER
                       COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
               END-EVALUATE
           END-PERFORM.

      *    A case Agerestr brought back is live and still on the
      *    archive, but the restore stamps it with that day's
      *    operation date, never earlier than its purge.  A live
      *    case whose operation date is older than its latest purge
      *    is one Agepurge archived but failed to delete.
       3000-CHECK-LIVE-AND-ARCHIVED.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ARC-COUNT
               MOVE WS-ARC-CASE-ID (WS-SUB) TO WS-SEARCH-CASE-ID
               PERFORM 2900-FIND-CASE-ENTRY
               IF WS-CASE-SUB > ZERO
                   IF WS-CSE-OPERATION-DATE (WS-CASE-SUB)
                           < WS-ARC-PURGE-DATE (WS-SUB)
                       MOVE 1 TO WS-FND-TYPE
                       MOVE "E" TO WS-FND-SEVERITY
                       MOVE WS-SEARCH-CASE-ID TO WS-FND-CASE-ID
                       MOVE "LIVE CASE ALSO ON ARCHIVE"
                           TO WS-FND-TEXT
                       MOVE "PURGED" TO WS-DTL-LABEL
                       MOVE WS-ARC-PURGE-DATE (WS-SUB)
                           TO WS-DTL-VALUE-1
                       MOVE "OP" TO WS-DTL-LABEL-2
                       MOVE WS-CSE-OPERATION-DATE (WS-CASE-SUB)
                           TO WS-DTL-VALUE-2
                       MOVE WS-DETAIL-BUILD TO WS-FND-DETAIL
                       MOVE "PURGE DELETE FAILED - DELETE VIA AGEMAINT"
                           TO WS-FND-ACTION
                       PERFORM 4900-WRITE-FINDING
                   END-IF
               END-IF
           END-PERFORM.

      *    A suspense item for a case that is not live can never
      *    recycle - Suspcycl re-suspends it as NEW every night.
       3200-CHECK-SUSPENSE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               IF WS-SUSPENSE-STATUS NOT = "35"
                   DISPLAY "SUSPENSE-FILE OPEN FAILED, STATUS = "
                       WS-SUSPENSE-STATUS " - REGISTER INCOMPLETE"
                   MOVE 12 TO WS-MAX-RC
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 3210-READ-SUSPENSE-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               ADD 1 TO WS-SUSPENSE-READ-COUNT
               MOVE SUS-CASE-ID TO WS-SEARCH-CASE-ID
               PERFORM 2900-FIND-CASE-ENTRY
               IF WS-CASE-SUB = ZERO
                   PERFORM 3220-CLASSIFY-SUSPENSE-ITEM
               END-IF
               PERFORM 3210-READ-SUSPENSE-FILE
           END-PERFORM.
           IF WS-SUSPENSE-STATUS = "00" OR WS-SUSPENSE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.

       3210-READ-SUSPENSE-FILE.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3220-CLASSIFY-SUSPENSE-ITEM.
           MOVE "E" TO WS-FND-SEVERITY.
           MOVE SUS-CASE-ID TO WS-FND-CASE-ID.
           MOVE SPACES TO WS-DETAIL-BUILD.
           MOVE "SUSPENDED" TO WS-DTL-LABEL.
           MOVE SUS-SUSPENSE-DATE TO WS-DTL-VALUE-1.
           PERFORM 2920-FIND-ARCHIVE-ENTRY.
           IF WS-ARC-SUB > ZERO
               MOVE 2 TO WS-FND-TYPE
               MOVE "SUSPENSE ITEM - CASE ARCHIVED" TO WS-FND-TEXT
               MOVE "RESTORE VIA AGERESTR OR REMOVE SUSPENSE ITEM"
                   TO WS-FND-ACTION
           ELSE
               MOVE 3 TO WS-FND-TYPE
               MOVE "SUSPENSE ITEM - CASE NOT FOUND" TO WS-FND-TEXT
               MOVE "CASE DELETED - REMOVE SUSPENSE ITEM"
                   TO WS-FND-ACTION
           END-IF.
           MOVE WS-DETAIL-BUILD TO WS-FND-DETAIL.
           PERFORM 4900-WRITE-FINDING.

      *    A pending Removed row for a case that left the master is
      *    the removal still waiting for payroll's ack - expected.
      *    Any other pending row for such a case is a value payroll
      *    may still pay on a case we no longer hold.
       3400-CHECK-PENDING.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               IF WS-PENDING-STATUS NOT = "35"
                   DISPLAY "PENDING-FILE OPEN FAILED, STATUS = "
                       WS-PENDING-STATUS " - REGISTER INCOMPLETE"
                   MOVE 12 TO WS-MAX-RC
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 3410-READ-PENDING-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               ADD 1 TO WS-PENDING-READ-COUNT
               IF PND-CHANGE-CODE NOT = "R"
                   MOVE PND-CASE-ID TO WS-SEARCH-CASE-ID
                   PERFORM 2900-FIND-CASE-ENTRY
                   IF WS-CASE-SUB = ZERO
                       PERFORM 3420-CLASSIFY-PENDING-ITEM
                   END-IF
               END-IF
               PERFORM 3410-READ-PENDING-FILE
           END-PERFORM.
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "10"
               CLOSE PENDING-FILE
           END-IF.

       3410-READ-PENDING-FILE.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3420-CLASSIFY-PENDING-ITEM.
           MOVE "E" TO WS-FND-SEVERITY.
           MOVE PND-CASE-ID TO WS-FND-CASE-ID.
           MOVE SPACES TO WS-DETAIL-BUILD.
           MOVE "SENT" TO WS-DTL-LABEL.
           MOVE PND-SENT-DATE TO WS-DTL-VALUE-1.
           MOVE "VAL" TO WS-DTL-LABEL-2.
           MOVE PND-RESAULT TO WS-DTL-VALUE-2.
           PERFORM 2920-FIND-ARCHIVE-ENTRY.
           IF WS-ARC-SUB > ZERO
               MOVE 4 TO WS-FND-TYPE
               MOVE "PAYROLL PENDING - CASE ARCHIVED" TO WS-FND-TEXT
               MOVE "CONFIRM REMOVAL WITH PAYROLL, CLEAR PENDING"
                   TO WS-FND-ACTION
           ELSE
               MOVE 5 TO WS-FND-TYPE
               MOVE "PAYROLL PENDING - CASE NOT FOUND"
                   TO WS-FND-TEXT
               MOVE "REVERSE WITH PAYROLL, CLEAR PENDING"
                   TO WS-FND-ACTION
           END-IF.
           MOVE WS-DETAIL-BUILD TO WS-FND-DETAIL.
           PERFORM 4900-WRITE-FINDING.

      *    History for a case that is neither live nor archived is
      *    what a branch delete leaves behind - kept deliberately,
      *    so only a warning.  A live row posted after the case's
      *    last purge is an error: some cycle priced a case that
      *    was already off the master.
       3600-CHECK-HISTORY.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               IF WS-HISTORY-STATUS NOT = "35"
                   DISPLAY "HISTORY-FILE OPEN FAILED, STATUS = "
                       WS-HISTORY-STATUS " - REGISTER INCOMPLETE"
                   MOVE 12 TO WS-MAX-RC
               END-IF
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 3610-READ-HISTORY-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               ADD 1 TO WS-HISTORY-READ-COUNT
               MOVE HST-CASE-ID TO WS-SEARCH-CASE-ID
               PERFORM 2900-FIND-CASE-ENTRY
               IF WS-CASE-SUB = ZERO
                   PERFORM 3620-CLASSIFY-HISTORY-ROW
               END-IF
               PERFORM 3610-READ-HISTORY-FILE
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.

       3610-READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       3620-CLASSIFY-HISTORY-ROW.
           MOVE SPACES TO WS-ORP-TYPE.
           PERFORM 2920-FIND-ARCHIVE-ENTRY.
           IF WS-ARC-SUB > ZERO
               IF NOT HISTORY-SUPERSEDED AND
                       HST-RUN-DATE > WS-ARC-PURGE-DATE (WS-ARC-SUB)
                   MOVE "PP" TO WS-ORP-TYPE
               END-IF
           ELSE
               MOVE "NF" TO WS-ORP-TYPE
           END-IF.
           IF WS-ORP-TYPE NOT = SPACES
               PERFORM 3630-TALLY-HISTORY-FINDING
           END-IF.

       3630-TALLY-HISTORY-FINDING.
           MOVE ZERO TO WS-ORP-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ORP-COUNT OR WS-ORP-SUB > ZERO
               IF WS-ORP-CASE-ID (WS-SUB) = HST-CASE-ID AND
                       WS-ORP-ENTRY-TYPE (WS-SUB) = WS-ORP-TYPE
                   MOVE WS-SUB TO WS-ORP-SUB
               END-IF
           END-PERFORM.
           IF WS-ORP-SUB = ZERO
               IF WS-ORP-COUNT < WS-ORP-MAX
                   ADD 1 TO WS-ORP-COUNT
                   MOVE WS-ORP-COUNT TO WS-ORP-SUB
                   MOVE WS-ORP-TYPE TO WS-ORP-ENTRY-TYPE (WS-ORP-SUB)
                   MOVE HST-CASE-ID TO WS-ORP-CASE-ID (WS-ORP-SUB)
                   MOVE ZERO TO WS-ORP-ROW-COUNT (WS-ORP-SUB)
                   MOVE ZERO TO WS-ORP-LAST-DATE (WS-ORP-SUB)
                   IF WS-ARC-SUB > ZERO
                       MOVE WS-ARC-PURGE-DATE (WS-ARC-SUB)
                           TO WS-ORP-PURGE-DATE (WS-ORP-SUB)
                   ELSE
                       MOVE ZERO TO WS-ORP-PURGE-DATE (WS-ORP-SUB)
                   END-IF
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF.
           IF WS-ORP-SUB > ZERO
               ADD 1 TO WS-ORP-ROW-COUNT (WS-ORP-SUB)
               IF HST-RUN-DATE > WS-ORP-LAST-DATE (WS-ORP-SUB)
                   MOVE HST-RUN-DATE TO WS-ORP-LAST-DATE (WS-ORP-SUB)
               END-IF
           END-IF.

       3800-REPORT-HISTORY-FINDINGS.
           PERFORM VARYING WS-ORP-SUB FROM 1 BY 1
                   UNTIL WS-ORP-SUB > WS-ORP-COUNT
               MOVE WS-ORP-CASE-ID (WS-ORP-SUB) TO WS-FND-CASE-ID
               MOVE SPACES TO WS-DETAIL-BUILD
               IF WS-ORP-ENTRY-TYPE (WS-ORP-SUB) = "PP"
                   MOVE 6 TO WS-FND-TYPE
                   MOVE "E" TO WS-FND-SEVERITY
                   MOVE "HISTORY POSTED AFTER PURGE" TO WS-FND-TEXT
                   MOVE "PURGED" TO WS-DTL-LABEL
                   MOVE WS-ORP-PURGE-DATE (WS-ORP-SUB)
                       TO WS-DTL-VALUE-1
                   MOVE "RUN" TO WS-DTL-LABEL-2
                   MOVE WS-ORP-LAST-DATE (WS-ORP-SUB)
                       TO WS-DTL-VALUE-2
                   MOVE "CHECK CYCLE THAT POSTED IT, BACK OUT THE ROW"
                       TO WS-FND-ACTION
               ELSE
                   MOVE 7 TO WS-FND-TYPE
                   MOVE "W" TO WS-FND-SEVERITY
                   MOVE "HISTORY - CASE NOT FOUND" TO WS-FND-TEXT
                   MOVE "LAST RUN" TO WS-DTL-LABEL
                   MOVE WS-ORP-LAST-DATE (WS-ORP-SUB)
                       TO WS-DTL-VALUE-1
                   MOVE "ROW" TO WS-DTL-LABEL-2
                   MOVE WS-ORP-ROW-COUNT (WS-ORP-SUB)
                       TO WS-DTL-VALUE-2
                   MOVE "CONFIRM BRANCH DELETED CASE, ELSE RESTORE IT"
                       TO WS-FND-ACTION
               END-IF
               MOVE WS-DETAIL-BUILD TO WS-FND-DETAIL
               PERFORM 4900-WRITE-FINDING
           END-PERFORM.

       4900-WRITE-FINDING.
           ADD 1 TO WS-TYPE-COUNT (WS-FND-TYPE).
           IF FINDING-IS-ERROR
               ADD 1 TO WS-ERROR-COUNT
               MOVE "ERROR" TO WD-SEVERITY
               IF WS-MAX-RC < 8
                   MOVE 8 TO WS-MAX-RC
               END-IF
           ELSE
               ADD 1 TO WS-WARNING-COUNT
               MOVE "WARNING" TO WD-SEVERITY
               IF WS-MAX-RC < 4
                   MOVE 4 TO WS-MAX-RC
               END-IF
           END-IF.
           MOVE WS-FND-CASE-ID TO WD-CASE-ID.
           MOVE WS-FND-TEXT TO WD-FINDING.
           MOVE WS-FND-DETAIL TO WD-DETAIL.
           MOVE WS-FND-ACTION TO WD-ACTION.
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

      *    An unreadable file or a table overflow means part of the
      *    estate was never checked, so a clean-looking register
      *    cannot be trusted - RC 12.
       9000-TERMINATE.
           IF WS-MAX-RC >= 12 OR WS-OVERFLOW-COUNT > ZERO
               MOVE "  SWEEP INCOMPLETE - SEE JOB LOG" TO REPORT-LINE
               PERFORM 6000-WRITE-LINE
           ELSE
               IF WS-ERROR-COUNT = ZERO AND WS-WARNING-COUNT = ZERO
                   MOVE "  NO INTEGRITY FINDINGS" TO REPORT-LINE
                   PERFORM 6000-WRITE-LINE
               END-IF
           END-IF.
           PERFORM 9500-WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "INTEGRITY SWEEP ERRORS = " WS-ERROR-COUNT
               " WARNINGS = " WS-WARNING-COUNT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "SWEEP TABLES FULL - " WS-OVERFLOW-COUNT
                   " ENTRIES NOT CHECKED"
               MOVE 12 TO WS-MAX-RC
           END-IF.
           MOVE WS-MAX-RC TO RETURN-CODE.

       9500-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-REPORT-TOTALS-HEADING TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-MASTER-READ-COUNT TO WT1-MASTER-READ.
           MOVE WS-REPORT-TOTALS-LINE-1 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-ARCHIVE-READ-COUNT TO WT2-ARCHIVE-READ.
           MOVE WS-REPORT-TOTALS-LINE-2 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-HISTORY-READ-COUNT TO WT3-HISTORY-READ.
           MOVE WS-REPORT-TOTALS-LINE-3 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-SUSPENSE-READ-COUNT TO WT4-SUSPENSE-READ.
           MOVE WS-REPORT-TOTALS-LINE-4 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-PENDING-READ-COUNT TO WT5-PENDING-READ.
           MOVE WS-REPORT-TOTALS-LINE-5 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7
               MOVE WS-TYPE-LABEL (WS-SUB) TO WTT-LABEL
               MOVE WS-TYPE-COUNT (WS-SUB) TO WTT-COUNT
               MOVE WS-REPORT-TYPE-LINE TO REPORT-LINE
               PERFORM 6000-WRITE-LINE
           END-PERFORM.
           MOVE WS-ERROR-COUNT TO WT6-ERROR-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-6 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
           MOVE WS-WARNING-COUNT TO WT7-WARNING-COUNT.
           MOVE WS-REPORT-TOTALS-LINE-7 TO REPORT-LINE.
           PERFORM 6000-WRITE-LINE.
