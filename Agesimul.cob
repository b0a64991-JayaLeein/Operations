      *    AGETRANS master, and posts nothing - no audit, extract,
      *    suspense or history rows and no run-control roll-forward.
      *    Each case's simulated resault is compared against its
      *    latest live value, read by key off the latest-resault
      *    file (RESALAST), and the impact
      *    report lists every case that would move or reject, with
      *    counts of movers, rejects the proposed rules would newly
      *    cause, and the change in the resault sum - so a factor
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SIM-RULES-STATUS.

           SELECT LATEST-RESAULT-FILE ASSIGN TO "RESALAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LST-CASE-ID
               FILE STATUS IS WS-LATEST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "SIMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  SIM-RULES-FILE
           RECORD CONTAINS 18 CHARACTERS.
           COPY RULEREC.

       FD  LATEST-RESAULT-FILE
           RECORD CONTAINS 34 CHARACTERS.
           COPY LASTREC.

       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.

       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-SIM-RULES-STATUS        PIC XX.
       01  WS-LATEST-STATUS           PIC XX.
       01  WS-LATEST-SWITCH           PIC X VALUE "N".
           88 LATEST-FILE-AVAILABLE       VALUE "Y".
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-CASE-CATEGORY           PIC X(2).
       01  WS-PRIOR-RESAULT           PIC 9(4).
       01  WS-RESAULT-CHANGE          PIC S9(5) VALUE ZERO.
       01  WS-RECORDS-READ            PIC 9(8) VALUE ZERO.
       01  WS-COMPUTED-COUNT          PIC 9(8) VALUE ZERO.
       01  WS-MOVED-COUNT             PIC 9(8) VALUE ZERO.
              10 WS-RUL-OPERATION     PIC X(10).
              10 WS-RUL-FACTOR        PIC 9(4).

       01  WS-REPORT-HEADING-1.
           05 FILLER PIC X(30)
               VALUE "RULES CHANGE IMPACT SIMULATION".

       1000-INITIALIZE.
           PERFORM 1350-LOAD-RULES-TABLE.
           PERFORM 1500-OPEN-LATEST-RESAULT.
           OPEN INPUT AGE-TRANS-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-WORK.
           END-IF.

      *    The proposed rules come in on their own dataset so the
      *    live RULELIB.DAT is never touched by a simulation.  An
      *    unloadable or empty proposal prices nothing - refuse the
      *    run rather than report a zero impact as if it were real.
       1350-LOAD-RULES-TABLE.
               MOVE "Y" TO WS-RUN-REJECT-SWITCH
           END-IF.

       1500-OPEN-LATEST-RESAULT.
           OPEN INPUT LATEST-RESAULT-FILE.
           IF WS-LATEST-STATUS = "00"
               MOVE "Y" TO WS-LATEST-SWITCH
           ELSE
               DISPLAY "LATEST-RESAULT-FILE OPEN FAILED, STATUS = "
                   WS-LATEST-STATUS " - EVERY CASE PRICED AS NEW"
           END-IF.

      *    Same step executor as the nightly batch, run against the
                   MOVE "Y" TO WS-REJECT-SWITCH
           END-EVALUATE.

      *    The case's latest live resault is the baseline the
      *    simulated value is priced against - superseded runs
      *    never reach the latest-resault file.
       2500-FIND-PRIOR-RESAULT.
           MOVE "N" TO WS-PRIOR-FOUND-SWITCH.
           MOVE ZERO TO WS-PRIOR-RESAULT.
           IF LATEST-FILE-AVAILABLE
               MOVE AGE-CASE-ID TO LST-CASE-ID
               READ LATEST-RESAULT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PRIOR-FOUND-SWITCH
                       MOVE LST-LATEST-RESAULT TO WS-PRIOR-RESAULT
               END-READ
           END-IF.

      *    A reject from a case that carries a clean prior resault
      *    is a reject the proposed rules would newly cause - the
               CLOSE AGE-TRANS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           IF LATEST-FILE-AVAILABLE
               CLOSE LATEST-RESAULT-FILE
           END-IF.
           DISPLAY "CASES THAT WOULD MOVE = " WS-MOVED-COUNT
               " NEW REJECTS = " WS-NEW-REJECT-COUNT.
