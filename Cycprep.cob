      *    days' cases are swept up without anyone remembering to
      *    rekey the card.  The rolled dates on the card are left
      *    exactly as the last clean run wrote them.
      *    A stream resubmitted the same day after Operations has
      *    released the cycle finds today already run; if the
      *    step-completion register shows a posting step after it
      *    not yet COMPLETE for the cycle, the card already built
      *    for it is kept as it stands and the stream resumes -
      *    the steps already done end RC=2 and post nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT STEP-REGISTER-FILE ASSIGN TO "STEPREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRG-KEY
               FILE STATUS IS WS-STEP-REGISTER-STATUS.

           SELECT STEP-STATUS-FILE ASSIGN TO "STEPSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
           RECORD CONTAINS 40 CHARACTERS.
           COPY RUNCTL.

       FD  STEP-REGISTER-FILE
           RECORD CONTAINS 109 CHARACTERS.
           COPY STEPREG.

       FD  STEP-STATUS-FILE
           RECORD CONTAINS 102 CHARACTERS.
           COPY STATREC.
       01  WS-CALENDAR-STATUS         PIC XX.
       01  WS-RUN-CONTROL-STATUS      PIC XX.
       01  WS-STEP-STATUS-STATUS      PIC XX.
       01  WS-STEP-REGISTER-STATUS    PIC XX.
       01  WS-RESUME-SWITCH           PIC X VALUE "N".
           88 CYCLE-IS-RESUMED            VALUE "Y".
       01  WS-REGISTER-STEP           PIC X(8).
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CALENDAR-FILE        VALUE "Y".
       01  WS-CARD-BUILT-SWITCH       PIC X VALUE "N".
       01  WS-HELD-REASON             PIC X(30) VALUE SPACES.
       01  WS-TODAY-DATE              PIC 9(8) VALUE ZERO.
       01  WS-LAST-RUN-DATE           PIC 9(8) VALUE ZERO.
       01  WS-CARD-CYCLE-DATE         PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-RUN-DATE          PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-START            PIC 9(8) VALUE ZERO.
       01  WS-WINDOW-DAYS             PIC 9(8) VALUE ZERO.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-JUDGE-BUSINESS-DAY.
           IF TODAY-IS-BUSINESS-DAY AND NOT CYCLE-IS-RESUMED
               PERFORM 3000-BUILD-RUN-CARD
           END-IF.
           PERFORM 9000-TERMINATE.
                   NOT AT END
                       MOVE RCT-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                       MOVE RCT-PRIOR-RUN-DATE TO WS-PRIOR-RUN-DATE
                       MOVE RCT-CYCLE-DATE TO WS-CARD-CYCLE-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
                   END-IF
               END-PERFORM
               IF TODAY-IS-BUSINESS-DAY AND
                       WS-TODAY-DATE = WS-LAST-RUN-DATE AND
                       WS-CARD-CYCLE-DATE = WS-TODAY-DATE
                   PERFORM 2100-CHECK-CYCLE-RESUME
               END-IF
               IF TODAY-IS-BUSINESS-DAY AND NOT CYCLE-IS-RESUMED
                       AND WS-TODAY-DATE <= WS-LAST-RUN-DATE
                   MOVE "N" TO WS-BUSINESS-SWITCH
                   MOVE "CYCLE ALREADY RAN FOR TODAY"
                       TO WS-HELD-REASON
                   " - " WS-HELD-REASON
           END-IF.

      *    Tonight's cycle is released but a resubmitted stream may
      *    still owe it a posting step.  Either step missing from
      *    the register, or RELEASED for a rerun, resumes the cycle
      *    on the card already built for it.  Both COMPLETE - or no
      *    register to tell from - holds the stream as before.
       2100-CHECK-CYCLE-RESUME.
           OPEN INPUT STEP-REGISTER-FILE.
           IF WS-STEP-REGISTER-STATUS = "00"
               MOVE "SUSPCYCL" TO WS-REGISTER-STEP
               PERFORM 2150-CHECK-REGISTER-STEP
               MOVE "PAYMATCH" TO WS-REGISTER-STEP
               PERFORM 2150-CHECK-REGISTER-STEP
               CLOSE STEP-REGISTER-FILE
           ELSE
               DISPLAY "STEP-REGISTER-FILE OPEN FAILED, STATUS = "
                   WS-STEP-REGISTER-STATUS " - CYCLE NOT RESUMED"
           END-IF.

       2150-CHECK-REGISTER-STEP.
           MOVE WS-TODAY-DATE TO SRG-CYCLE-DATE.
           MOVE WS-REGISTER-STEP TO SRG-STEP-NAME.
           READ STEP-REGISTER-FILE
               INVALID KEY
                   MOVE "Y" TO WS-RESUME-SWITCH
               NOT INVALID KEY
                   IF NOT STEP-COMPLETE
                       MOVE "Y" TO WS-RESUME-SWITCH
                   END-IF
           END-READ.
           IF CYCLE-IS-RESUMED
               DISPLAY "CYCLE " WS-TODAY-DATE " RESUMED - "
                   WS-REGISTER-STEP " NOT COMPLETE, CARD KEPT"
           END-IF.

      *    Cycle date is today; the window opens the day after the
      *    last successful run and closes today, so every non-run
      *    day since the last clean cycle is swept automatically.

       9000-TERMINATE.
           PERFORM 9800-WRITE-STEP-STATUS.
           IF NOT CARD-WAS-BUILT AND NOT CYCLE-IS-RESUMED
               MOVE 16 TO RETURN-CODE
           END-IF.

               OPEN OUTPUT STEP-STATUS-FILE
           END-IF.
           MOVE "CYCPREP" TO STT-STEP-NAME.
           IF CARD-WAS-BUILT OR CYCLE-IS-RESUMED
               MOVE ZERO TO STT-RETURN-CODE
           ELSE
               MOVE 16 TO STT-RETURN-CODE
           MOVE WS-TODAY-DATE TO STT-COUNT-3.
           MOVE ZERO TO STT-RESAULT-SUM.
           MOVE "Y" TO STT-RECONCILE.
           EVALUATE TRUE
               WHEN CARD-WAS-BUILT
                   MOVE "RUN CARD BUILT" TO STT-TEXT
               WHEN CYCLE-IS-RESUMED
                   MOVE "CYCLE RESUMED - CARD KEPT" TO STT-TEXT
               WHEN OTHER
                   MOVE WS-HELD-REASON TO STT-TEXT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO STT-TIMESTAMP.
           WRITE STEP-STATUS-RECORD.
           CLOSE STEP-STATUS-FILE.
