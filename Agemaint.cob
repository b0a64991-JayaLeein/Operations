               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-MAINT-LOG-STATUS.

           SELECT HOLD-LOG-FILE ASSIGN TO "HOLDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HOLD-LOG-STATUS.

           SELECT AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  MAINT-LOG-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY MAINTREC.

       FD  HOLD-LOG-FILE
           RECORD CONTAINS 86 CHARACTERS.
           COPY HOLDREC.

       FD  AUTH-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY AUTHREC.

       FD  VIOLATION-LOG-FILE
       WORKING-STORAGE SECTION.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-MAINT-LOG-STATUS        PIC XX.
       01  WS-HOLD-LOG-STATUS         PIC XX.
       01  WS-AUTH-STATUS             PIC XX.
       01  WS-VIOLATION-LOG-STATUS    PIC XX.
       01  WS-DONE-SWITCH             PIC X VALUE "N".
              10 WS-AUT-SUSP-ASSIGN   PIC X(1).
              10 WS-AUT-SUSP-CORRECT  PIC X(1).
              10 WS-AUT-SUSP-RELEASE  PIC X(1).
              10 WS-AUT-RULE-APPROVE  PIC X(1).
              10 WS-AUT-CASE-HOLD     PIC X(1).

       01  WS-OLD-AGE                 PIC 9(4).
       01  WS-NEW-AGE                 PIC 9(4).
       01  WS-MAINT-ACTION            PIC X(1).
       01  WS-MESSAGE                 PIC X(40) VALUE SPACES.
       01  WS-TODAY                   PIC 9(8) VALUE ZERO.

       01  SCR-ACTION                 PIC X(1).
       01  SCR-CASE-ID                PIC X(10).
       01  SCR-AGE                    PIC 9(4).
       01  SCR-CATEGORY               PIC X(2).
       01  SCR-BRANCH-ID              PIC X(8).
       01  SCR-HOLD-REASON            PIC X(30).
       01  SCR-RELEASE-DATE           PIC 9(8).
       01  SCR-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  SCR-MAINT-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "AGE-TRANS-FILE MAINTENANCE".
           05 LINE 3 COL 1 VALUE
               "ACTION (A=ADD, C=CORRECT, H=HOLD, L=LIFT, X=EXIT): ".
           05 LINE 3 COL 53 PIC X(1) TO SCR-ACTION.
           05 LINE 5 COL 1 VALUE "CASE-ID: ".
           05 LINE 5 COL 11 PIC X(10) TO SCR-CASE-ID.
           05 LINE 7 COL 1 VALUE "AGE: ".
           05 LINE 8 COL 11 PIC X(2) TO SCR-CATEGORY.
           05 LINE 9 COL 1 VALUE "BRANCH: ".
           05 LINE 9 COL 11 PIC X(8) TO SCR-BRANCH-ID.
           05 LINE 10 COL 1 VALUE "HOLD REASON: ".
           05 LINE 10 COL 14 PIC X(30) TO SCR-HOLD-REASON.
           05 LINE 11 COL 1 VALUE "RELEASE DATE (YYYYMMDD, 0=OPEN): ".
           05 LINE 11 COL 35 PIC 9(8) TO SCR-RELEASE-DATE.
           05 LINE 13 COL 1 VALUE "MESSAGE: ".
           05 LINE 13 COL 11 PIC X(40) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
                       ELSE
                           PERFORM 2900-DENY-ACTION
                       END-IF
                   WHEN "H" WHEN "h"
                       MOVE "HOLD" TO WS-VIOLATION-ACTION
                       MOVE WS-AUT-CASE-HOLD (WS-AUTH-FOUND-SUB)
                           TO WS-ALLOWED-SWITCH
                       IF ACTION-IS-ALLOWED
                           PERFORM 6000-PLACE-HOLD
                       ELSE
                           PERFORM 2900-DENY-ACTION
                       END-IF
                   WHEN "L" WHEN "l"
                       MOVE "LIFT HOLD" TO WS-VIOLATION-ACTION
                       MOVE WS-AUT-CASE-HOLD (WS-AUTH-FOUND-SUB)
                           TO WS-ALLOWED-SWITCH
                       IF ACTION-IS-ALLOWED
                           PERFORM 6100-LIFT-HOLD
                       ELSE
                           PERFORM 2900-DENY-ACTION
                       END-IF
                   WHEN "X" WHEN "x"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
               CLOSE MAINT-LOG-FILE
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF.
           OPEN EXTEND HOLD-LOG-FILE.
           IF WS-HOLD-LOG-STATUS = "05" OR WS-HOLD-LOG-STATUS = "35"
               CLOSE HOLD-LOG-FILE
               OPEN OUTPUT HOLD-LOG-FILE
           END-IF.
           MOVE SPACES TO WS-MESSAGE.

      *    Sign-on is a checked action now: an id not on the auth
                   TO WS-AUT-SUSP-CORRECT (WS-AUTH-COUNT)
               MOVE OPR-SUSP-RELEASE
                   TO WS-AUT-SUSP-RELEASE (WS-AUTH-COUNT)
               MOVE OPR-RULE-APPROVE
                   TO WS-AUT-RULE-APPROVE (WS-AUTH-COUNT)
               MOVE OPR-CASE-HOLD
                   TO WS-AUT-CASE-HOLD (WS-AUTH-COUNT)
           ELSE
               DISPLAY "AUTH TABLE FULL - EXTRA OPERATORS IGNORED"
           END-IF.

       2000-PROMPT-OPERATOR.
           MOVE SPACES TO SCR-ACTION SCR-CASE-ID SCR-CATEGORY
               SCR-BRANCH-ID SCR-HOLD-REASON.
           MOVE ZERO TO SCR-AGE SCR-RELEASE-DATE.
           DISPLAY SCR-MAINT-MENU.
           ACCEPT SCR-MAINT-MENU.
           MOVE SPACES TO WS-MESSAGE.
      *    Owning branch is captured at add time - cases keyed
      *    centrally may leave it blank and report as unassigned.
           MOVE SCR-BRANCH-ID TO AGE-BRANCH-ID.
           MOVE SPACES TO AGE-HOLD-STATUS AGE-HOLD-REASON
               AGE-HOLD-OPERATOR.
           MOVE ZERO TO AGE-HOLD-DATE AGE-HOLD-RELEASE-DATE.
           WRITE AGE-RECORD
               INVALID KEY
                   MOVE "CASE ALREADY EXISTS - USE CORRECT"
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
      *    A held case is frozen - the hold must be lifted first.
           IF CASE-WAS-FOUND AND CASE-ON-HOLD
               MOVE "CASE ON HOLD - CHANGE REFUSED" TO WS-MESSAGE
           ELSE
               IF CASE-WAS-FOUND
                   MOVE AGE-AGE TO WS-OLD-AGE
                   MOVE SCR-AGE TO AGE-AGE
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO AGE-OPERATION-DATE
                   IF SCR-CATEGORY NOT = SPACES
                       MOVE SCR-CATEGORY TO AGE-CATEGORY
                   END-IF
                   IF SCR-BRANCH-ID NOT = SPACES
                       MOVE SCR-BRANCH-ID TO AGE-BRANCH-ID
                   END-IF
                   REWRITE AGE-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-MESSAGE
                   END-REWRITE
                   IF WS-AGE-TRANS-STATUS = "00"
                       MOVE "C" TO WS-MAINT-ACTION
                       MOVE SCR-AGE TO WS-NEW-AGE
                       PERFORM 5000-WRITE-MAINT-LOG-RECORD
                       MOVE "CASE CORRECTED" TO WS-MESSAGE
                   END-IF
               ELSE
                   MOVE "CASE NOT FOUND" TO WS-MESSAGE
               END-IF
           END-IF.

       5000-WRITE-MAINT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP.
           WRITE MAINT-LOG-RECORD.

      *    A hold freezes the case where it stands: the nightly run
      *    skips it, batch and online changes are refused, and it is
      *    neither purged nor recycled out of suspense until lifted.
      *    A reason is required; the release date is optional (zero
      *    for an open-ended hold) but must be in the future.
       6000-PLACE-HOLD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE SCR-CASE-ID TO AGE-CASE-ID.
           READ AGE-TRANS-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT CASE-WAS-FOUND
                   MOVE "CASE NOT FOUND" TO WS-MESSAGE
               WHEN CASE-ON-HOLD
                   MOVE "CASE ALREADY ON HOLD" TO WS-MESSAGE
               WHEN SCR-HOLD-REASON = SPACES
                   MOVE "HOLD REASON REQUIRED" TO WS-MESSAGE
               WHEN SCR-RELEASE-DATE NOT = ZERO AND
                       FUNCTION TEST-DATE-YYYYMMDD (SCR-RELEASE-DATE)
                       NOT = ZERO
                   MOVE "RELEASE DATE IS NOT A VALID DATE"
                       TO WS-MESSAGE
               WHEN SCR-RELEASE-DATE NOT = ZERO AND
                       SCR-RELEASE-DATE NOT > WS-TODAY
                   MOVE "RELEASE DATE MUST BE AFTER TODAY"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "H" TO AGE-HOLD-STATUS
                   MOVE SCR-HOLD-REASON TO AGE-HOLD-REASON
                   MOVE WS-OPERATOR-ID TO AGE-HOLD-OPERATOR
                   MOVE WS-TODAY TO AGE-HOLD-DATE
                   MOVE SCR-RELEASE-DATE TO AGE-HOLD-RELEASE-DATE
                   REWRITE AGE-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-MESSAGE
                   END-REWRITE
                   IF WS-AGE-TRANS-STATUS = "00"
                       MOVE "P" TO HLD-ACTION
                       PERFORM 6500-WRITE-HOLD-LOG-RECORD
                       MOVE "HOLD PLACED" TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

       6100-LIFT-HOLD.
           MOVE SCR-CASE-ID TO AGE-CASE-ID.
           READ AGE-TRANS-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SWITCH
           END-READ.
           EVALUATE TRUE
               WHEN NOT CASE-WAS-FOUND
                   MOVE "CASE NOT FOUND" TO WS-MESSAGE
               WHEN NOT CASE-ON-HOLD
                   MOVE "CASE IS NOT ON HOLD" TO WS-MESSAGE
               WHEN OTHER
      *            The log entry carries the hold being lifted, so
      *            it is built before the master fields are cleared.
                   MOVE "L" TO HLD-ACTION
                   MOVE AGE-HOLD-REASON TO HLD-REASON
                   MOVE AGE-HOLD-DATE TO HLD-HOLD-DATE
                   MOVE AGE-HOLD-RELEASE-DATE TO HLD-RELEASE-DATE
                   MOVE SPACES TO AGE-HOLD-STATUS AGE-HOLD-REASON
                       AGE-HOLD-OPERATOR
                   MOVE ZERO TO AGE-HOLD-DATE AGE-HOLD-RELEASE-DATE
                   REWRITE AGE-RECORD
                       INVALID KEY
                           MOVE "REWRITE FAILED" TO WS-MESSAGE
                   END-REWRITE
                   IF WS-AGE-TRANS-STATUS = "00"
                       PERFORM 6550-WRITE-HOLD-LOG-ENTRY
                       MOVE "HOLD LIFTED" TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

       6500-WRITE-HOLD-LOG-RECORD.
           MOVE AGE-HOLD-REASON TO HLD-REASON.
           MOVE AGE-HOLD-DATE TO HLD-HOLD-DATE.
           MOVE AGE-HOLD-RELEASE-DATE TO HLD-RELEASE-DATE.
           PERFORM 6550-WRITE-HOLD-LOG-ENTRY.

       6550-WRITE-HOLD-LOG-ENTRY.
           MOVE SCR-CASE-ID TO HLD-CASE-ID.
           MOVE WS-OPERATOR-ID TO HLD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO HLD-TIMESTAMP.
           WRITE HOLD-LOG-RECORD.

       8500-WRITE-VIOLATION-RECORD.
           MOVE WS-OPERATOR-ID TO VIO-OPERATOR-ID.
           MOVE "AGEMAINT" TO VIO-PROGRAM.
       9000-TERMINATE.
           CLOSE AGE-TRANS-FILE.
           CLOSE MAINT-LOG-FILE.
           CLOSE HOLD-LOG-FILE.
           CLOSE VIOLATION-LOG-FILE.
