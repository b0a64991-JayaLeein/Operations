       IDENTIFICATION DIVISION.
       PROGRAM-ID. Caseinq.
       AUTHOR. JingYi Li.

      *    Online read-only case inquiry.  One case-id brings up
      *    everything the system holds about the case in one place:
      *    the AGE-RECORD off the master, its last ten resault
      *    history rows (superseded rows marked), the audit steps of
      *    its most recent cycle, any exception suspense item with
      *    the clerk working it, and where its payroll row stands.
      *    A case no longer on the master is shown from its most
      *    recent archive image.  Sign-on is the same OPERAUTH.DAT
      *    check Agemaint applies; any signed-on operator may
      *    inquire, and every inquiry is written to the inquiry log
      *    with the operator id.  Nothing is updated - the files are
      *    opened for input per inquiry so the view is as current as
      *    the last batch step.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGE-TRANS-FILE ASSIGN TO "AGETRANS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGE-CASE-ID
               FILE STATUS IS WS-AGE-TRANS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "RESAHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "EXCEPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PAYPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PAY-BASELINE-FILE ASSIGN TO "PAYBASE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBS-CASE-ID
               FILE STATUS IS WS-PAY-BASELINE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "ARCHIVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-LOG-STATUS.

           SELECT AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT VIOLATION-LOG-FILE ASSIGN TO "SECVIOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  HISTORY-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY HISTREC.

       FD  AUDIT-LOG-FILE
           RECORD CONTAINS 55 CHARACTERS.
           COPY AUDITREC.

       FD  SUSPENSE-FILE
           RECORD CONTAINS 85 CHARACTERS.
           COPY SUSPREC.

       FD  PENDING-FILE
           RECORD CONTAINS 68 CHARACTERS.
           COPY PAYPEND.

       FD  PAY-BASELINE-FILE
           RECORD CONTAINS 39 CHARACTERS.
           COPY PAYBASE.

       FD  ARCHIVE-FILE
           RECORD CONTAINS 48 CHARACTERS.
           COPY ARCHREC.

       FD  INQUIRY-LOG-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY INQREC.

       FD  AUTH-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY AUTHREC.

       FD  VIOLATION-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY VIOLREC.

       WORKING-STORAGE SECTION.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-HISTORY-STATUS          PIC XX.
       01  WS-AUDIT-STATUS            PIC XX.
       01  WS-SUSPENSE-STATUS         PIC XX.
       01  WS-PENDING-STATUS          PIC XX.
       01  WS-PAY-BASELINE-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS          PIC XX.
       01  WS-INQUIRY-LOG-STATUS      PIC XX.
       01  WS-AUTH-STATUS             PIC XX.
       01  WS-VIOLATION-LOG-STATUS    PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-DONE-SWITCH             PIC X VALUE "N".
           88 OPERATOR-IS-DONE            VALUE "Y".
       01  WS-FOUND-SWITCH            PIC X VALUE "N".
           88 CASE-IS-LIVE                VALUE "Y".
       01  WS-ARCHIVE-FOUND-SWITCH    PIC X VALUE "N".
           88 ARCHIVE-IMAGE-FOUND         VALUE "Y".
       01  WS-PENDING-FOUND-SWITCH    PIC X VALUE "N".
           88 PENDING-ITEM-FOUND          VALUE "Y".
       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  WS-MESSAGE                 PIC X(40) VALUE SPACES.
      *    Authorization: same OPERAUTH.DAT sign-on as Agemaint and
      *    the suspense workbench.  Inquiry changes nothing, so no
      *    action flag is needed past sign-on.  A missing or empty
      *    auth file fails closed.
       01  WS-AUTH-EOF-SWITCH         PIC X VALUE "N".
           88 END-OF-AUTH-FILE            VALUE "Y".
       01  WS-AUTH-OK-SWITCH          PIC X VALUE "N".
           88 AUTH-TABLE-LOADED           VALUE "Y".
       01  WS-SIGNON-SWITCH           PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON          VALUE "Y".
       01  WS-AUTH-SUB                PIC 9(4) COMP VALUE ZERO.
       01  WS-AUTH-FOUND-SUB          PIC 9(4) COMP VALUE ZERO.
       01  WS-AUTH-COUNT              PIC 9(4) COMP VALUE ZERO.
       01  WS-AUTH-MAX                PIC 9(4) COMP VALUE 50.
       01  WS-VIOLATION-ACTION        PIC X(10).
       01  WS-VIOLATION-REASON        PIC X(30).

       01  WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 50 TIMES.
              10 WS-AUT-OPERATOR-ID   PIC X(8).
              10 WS-AUT-ADD-CASE      PIC X(1).
              10 WS-AUT-CORRECT-CASE  PIC X(1).
              10 WS-AUT-SUSP-ASSIGN   PIC X(1).
              10 WS-AUT-SUSP-CORRECT  PIC X(1).
              10 WS-AUT-SUSP-RELEASE  PIC X(1).
              10 WS-AUT-RULE-APPROVE  PIC X(1).
              10 WS-AUT-CASE-HOLD     PIC X(1).

       01  WS-TODAY-DATE              PIC 9(8).
       01  WS-DAYS-IN-SUSPENSE        PIC S9(8) VALUE ZERO.
       01  WS-DAYS-EDIT               PIC ZZZ9.
       01  WS-STATUS-WORD             PIC X(14).
       01  WS-SUB                     PIC 9(4) COMP VALUE ZERO.
       01  WS-SUSPENSE-COUNT          PIC 9(4) COMP VALUE ZERO.

      *    The case's last ten history rows in run order - a new
      *    row past the tenth pushes the oldest off the front.
       01  WS-HST-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-HST-MAX                 PIC 9(4) COMP VALUE 10.
       01  WS-HISTORY-TABLE.
           05 WS-HST-ENTRY OCCURS 10 TIMES.
              10 WS-HST-RUN-DATE      PIC 9(8).
              10 WS-HST-RESAULT       PIC 9(4).
              10 WS-HST-SUPERSEDED    PIC X(1).

      *    Audit steps of the case's most recent cycle - the steps
      *    carrying its latest audit date.  A category sequence is
      *    a handful of steps; a recycle the same night adds its
      *    own, so there is room for both.
       01  WS-AUD-COUNT               PIC 9(4) COMP VALUE ZERO.
       01  WS-AUD-MAX                 PIC 9(4) COMP VALUE 20.
       01  WS-AUD-LATEST-DATE         PIC 9(8) VALUE ZERO.
       01  WS-AUD-OVERFLOW-COUNT      PIC 9(4) COMP VALUE ZERO.
       01  WS-AUDIT-TABLE.
           05 WS-AUD-ENTRY OCCURS 20 TIMES.
              10 WS-AUD-OPERATION     PIC X(10).
              10 WS-AUD-VALUE-BEFORE  PIC 9(4).
              10 WS-AUD-VALUE-AFTER   PIC 9(4).
              10 WS-AUD-TIMESTAMP     PIC X(21).
              10 WS-AUD-RULE-VERSION  PIC 9(6).

       01  WS-SAVED-PENDING-RECORD.
           05 WS-PND-RESAULT          PIC 9(4).
           05 WS-PND-SENT-DATE        PIC 9(8).
           05 WS-PND-STATUS           PIC X(1).
           05 WS-PND-CHANGE-CODE      PIC X(1).
           05 WS-PND-PRIOR-RESAULT    PIC 9(4).
           05 WS-PND-REJECT-REASON    PIC X(40).

       01  WS-SAVED-ARCHIVE-RECORD.
           05 WS-ARC-AGE              PIC 9(4).
           05 WS-ARC-RESAULT          PIC 9(4).
           05 WS-ARC-OPERATION-DATE   PIC 9(8).
           05 WS-ARC-CATEGORY         PIC X(2).
           05 WS-ARC-BRANCH-ID        PIC X(8).
           05 WS-ARC-FINAL-RESAULT    PIC 9(4).
           05 WS-ARC-PURGE-DATE       PIC 9(8).

       01  SCR-ACTION                 PIC X(1).
       01  SCR-CASE-ID                PIC X(10).
       01  SCR-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  SCR-LOGON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "CASE INQUIRY - SIGN ON".
           05 LINE 3 COL 1 VALUE "OPERATOR ID: ".
           05 LINE 3 COL 14 PIC X(8) TO SCR-OPERATOR-ID.

       01  SCR-INQUIRY-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "CASE INQUIRY".
           05 LINE 3 COL 1 VALUE "ACTION (I=INQUIRE, X=EXIT): ".
           05 LINE 3 COL 29 PIC X(1) TO SCR-ACTION.
           05 LINE 5 COL 1 VALUE "CASE-ID: ".
           05 LINE 5 COL 11 PIC X(10) TO SCR-CASE-ID.
           05 LINE 7 COL 1 VALUE "MESSAGE: ".
           05 LINE 7 COL 11 PIC X(40) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF AUTH-TABLE-LOADED
               PERFORM 1050-SIGN-ON-OPERATOR
           ELSE
               DISPLAY "AUTHORIZATION FILE NOT USABLE - "
                   "SESSION REFUSED"
               MOVE "Y" TO WS-DONE-SWITCH
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM 2000-PROMPT-OPERATOR
               EVALUATE SCR-ACTION
                   WHEN "I" WHEN "i"
                       IF SCR-CASE-ID = SPACES
                           MOVE "ENTER A CASE-ID" TO WS-MESSAGE
                       ELSE
                           PERFORM 3000-INQUIRE-CASE
                       END-IF
                   WHEN "X" WHEN "x"
                       MOVE "Y" TO WS-DONE-SWITCH
                   WHEN OTHER
                       MOVE "UNRECOGNIZED ACTION - TRY AGAIN"
                           TO WS-MESSAGE
               END-EVALUATE
           END-PERFORM.
           PERFORM 9000-TERMINATE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 1150-LOAD-AUTH-TABLE.
           OPEN EXTEND VIOLATION-LOG-FILE.
           IF WS-VIOLATION-LOG-STATUS = "05" OR
                   WS-VIOLATION-LOG-STATUS = "35"
               CLOSE VIOLATION-LOG-FILE
               OPEN OUTPUT VIOLATION-LOG-FILE
           END-IF.
           OPEN EXTEND INQUIRY-LOG-FILE.
           IF WS-INQUIRY-LOG-STATUS = "05" OR
                   WS-INQUIRY-LOG-STATUS = "35"
               CLOSE INQUIRY-LOG-FILE
               OPEN OUTPUT INQUIRY-LOG-FILE
           END-IF.
           MOVE SPACES TO WS-MESSAGE.

      *    Sign-on is a checked action: an id not on the auth file
      *    is refused and the attempt goes to the violation log.
       1050-SIGN-ON-OPERATOR.
           PERFORM UNTIL OPERATOR-SIGNED-ON
               MOVE SPACES TO SCR-OPERATOR-ID
               DISPLAY SCR-LOGON-SCREEN
               ACCEPT SCR-LOGON-SCREEN
               IF SCR-OPERATOR-ID NOT = SPACES
                   MOVE SCR-OPERATOR-ID TO WS-OPERATOR-ID
                   PERFORM 1200-FIND-OPERATOR
                   IF WS-AUTH-FOUND-SUB > ZERO
                       MOVE "Y" TO WS-SIGNON-SWITCH
                   ELSE
                       MOVE "SIGNON" TO WS-VIOLATION-ACTION
                       MOVE SPACES TO SCR-CASE-ID
                       MOVE "OPERATOR NOT ON AUTH FILE"
                           TO WS-VIOLATION-REASON
                       PERFORM 8500-WRITE-VIOLATION-RECORD
                       DISPLAY "OPERATOR " WS-OPERATOR-ID
                           " IS NOT AUTHORIZED"
                   END-IF
               END-IF
           END-PERFORM.

       1150-LOAD-AUTH-TABLE.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "AUTH-FILE OPEN FAILED, STATUS = "
                   WS-AUTH-STATUS
           ELSE
               PERFORM 1160-READ-AUTH-FILE
               PERFORM UNTIL END-OF-AUTH-FILE
                   PERFORM 1170-STORE-AUTH-ENTRY
                   PERFORM 1160-READ-AUTH-FILE
               END-PERFORM
               CLOSE AUTH-FILE
               IF WS-AUTH-COUNT > ZERO
                   MOVE "Y" TO WS-AUTH-OK-SWITCH
               END-IF
           END-IF.

       1160-READ-AUTH-FILE.
           READ AUTH-FILE
               AT END
                   MOVE "Y" TO WS-AUTH-EOF-SWITCH
           END-READ.

       1170-STORE-AUTH-ENTRY.
           IF WS-AUTH-COUNT < WS-AUTH-MAX
               ADD 1 TO WS-AUTH-COUNT
               MOVE OPR-OPERATOR-ID
                   TO WS-AUT-OPERATOR-ID (WS-AUTH-COUNT)
               MOVE OPR-ADD-CASE
                   TO WS-AUT-ADD-CASE (WS-AUTH-COUNT)
               MOVE OPR-CORRECT-CASE
                   TO WS-AUT-CORRECT-CASE (WS-AUTH-COUNT)
               MOVE OPR-SUSP-ASSIGN
                   TO WS-AUT-SUSP-ASSIGN (WS-AUTH-COUNT)
               MOVE OPR-SUSP-CORRECT
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

       1200-FIND-OPERATOR.
           MOVE ZERO TO WS-AUTH-FOUND-SUB.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUT-OPERATOR-ID (WS-AUTH-SUB) = WS-OPERATOR-ID
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           END-PERFORM.

       2000-PROMPT-OPERATOR.
           MOVE SPACES TO SCR-ACTION SCR-CASE-ID.
           DISPLAY SCR-INQUIRY-MENU.
           ACCEPT SCR-INQUIRY-MENU.
           MOVE SPACES TO WS-MESSAGE.

      *    The master decides whether the case is live; only a case
      *    that is not gets the archive searched for its image.
       3000-INQUIRE-CASE.
           PERFORM 3100-READ-MASTER.
           IF CASE-IS-LIVE
               MOVE "L" TO INQ-CASE-STATE
           ELSE
               PERFORM 3200-FIND-ARCHIVE-IMAGE
               IF ARCHIVE-IMAGE-FOUND
                   MOVE "A" TO INQ-CASE-STATE
               ELSE
                   MOVE "N" TO INQ-CASE-STATE
               END-IF
           END-IF.
           PERFORM 5000-WRITE-INQUIRY-LOG-RECORD.
           PERFORM 4000-DISPLAY-CASE.
           PERFORM 4100-DISPLAY-HISTORY.
           PERFORM 4200-DISPLAY-AUDIT-STEPS.
           PERFORM 4300-DISPLAY-SUSPENSE.
           PERFORM 4400-DISPLAY-PAYROLL-STATUS.
           DISPLAY "END OF INQUIRY FOR CASE " SCR-CASE-ID.
           EVALUATE TRUE
               WHEN CASE-IS-LIVE
                   MOVE "CASE DISPLAYED" TO WS-MESSAGE
               WHEN ARCHIVE-IMAGE-FOUND
                   MOVE "CASE NOT LIVE - ARCHIVE IMAGE SHOWN"
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE "CASE NOT ON MASTER OR ARCHIVE" TO WS-MESSAGE
           END-EVALUATE.

       3100-READ-MASTER.
           MOVE "N" TO WS-FOUND-SWITCH.
           OPEN INPUT AGE-TRANS-FILE.
           IF WS-AGE-TRANS-STATUS NOT = "00"
               DISPLAY "AGE-TRANS-FILE OPEN FAILED, STATUS = "
                   WS-AGE-TRANS-STATUS
           ELSE
               MOVE SCR-CASE-ID TO AGE-CASE-ID
               READ AGE-TRANS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-FOUND-SWITCH
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-SWITCH
               END-READ
               CLOSE AGE-TRANS-FILE
           END-IF.

      *    Scanned front to back like Agerestr does, so a case
      *    purged more than once shows its most recent image.
       3200-FIND-ARCHIVE-IMAGE.
           MOVE "N" TO WS-ARCHIVE-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 3210-READ-ARCHIVE-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               IF ARC-CASE-ID = SCR-CASE-ID
                   MOVE "Y" TO WS-ARCHIVE-FOUND-SWITCH
                   MOVE ARC-AGE TO WS-ARC-AGE
                   MOVE ARC-RESAULT TO WS-ARC-RESAULT
                   MOVE ARC-OPERATION-DATE TO WS-ARC-OPERATION-DATE
                   MOVE ARC-CATEGORY TO WS-ARC-CATEGORY
                   MOVE ARC-BRANCH-ID TO WS-ARC-BRANCH-ID
                   MOVE ARC-FINAL-RESAULT TO WS-ARC-FINAL-RESAULT
                   MOVE ARC-PURGE-DATE TO WS-ARC-PURGE-DATE
               END-IF
               PERFORM 3210-READ-ARCHIVE-FILE
           END-PERFORM.
           IF WS-ARCHIVE-STATUS = "00" OR WS-ARCHIVE-STATUS = "10"
               CLOSE ARCHIVE-FILE
           END-IF.

       3210-READ-ARCHIVE-FILE.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       4000-DISPLAY-CASE.
           DISPLAY "CASE " SCR-CASE-ID.
           EVALUATE TRUE
               WHEN CASE-IS-LIVE
                   DISPLAY "  LIVE ON MASTER"
                   DISPLAY "  AGE " AGE-AGE "  RESAULT " AGE-RESAULT
                       "  CATEGORY " AGE-CATEGORY
                       "  BRANCH " AGE-BRANCH-ID
                   DISPLAY "  LAST OPERATION DATE " AGE-OPERATION-DATE
                   IF CASE-ON-HOLD
                       DISPLAY "  ON HOLD SINCE " AGE-HOLD-DATE
                           "  BY " AGE-HOLD-OPERATOR
                           "  RELEASE " AGE-HOLD-RELEASE-DATE
                       DISPLAY "  HOLD REASON " AGE-HOLD-REASON
                   END-IF
               WHEN ARCHIVE-IMAGE-FOUND
                   DISPLAY "  NOT LIVE - ARCHIVED " WS-ARC-PURGE-DATE
                   DISPLAY "  AGE " WS-ARC-AGE
                       "  RESAULT " WS-ARC-RESAULT
                       "  FINAL RESAULT " WS-ARC-FINAL-RESAULT
                   DISPLAY "  CATEGORY " WS-ARC-CATEGORY
                       "  BRANCH " WS-ARC-BRANCH-ID
                       "  LAST OPERATION DATE " WS-ARC-OPERATION-DATE
               WHEN OTHER
                   DISPLAY "  NOT ON MASTER AND NOT ON ARCHIVE"
           END-EVALUATE.

       4100-DISPLAY-HISTORY.
           MOVE ZERO TO WS-HST-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 4110-READ-HISTORY-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               IF HST-CASE-ID = SCR-CASE-ID
                   PERFORM 4120-KEEP-HISTORY-ROW
               END-IF
               PERFORM 4110-READ-HISTORY-FILE
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE HISTORY-FILE
           END-IF.
           DISPLAY "RESAULT HISTORY (LAST " WS-HST-MAX " ROWS)".
           IF WS-HST-COUNT = ZERO
               DISPLAY "  NO HISTORY ROWS"
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-HST-COUNT
               IF WS-HST-SUPERSEDED (WS-SUB) = "S"
                   DISPLAY "  " WS-HST-RUN-DATE (WS-SUB) "  "
                       WS-HST-RESAULT (WS-SUB) "  SUPERSEDED"
               ELSE
                   DISPLAY "  " WS-HST-RUN-DATE (WS-SUB) "  "
                       WS-HST-RESAULT (WS-SUB)
               END-IF
           END-PERFORM.

       4110-READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       4120-KEEP-HISTORY-ROW.
           IF WS-HST-COUNT >= WS-HST-MAX
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-HST-MAX - 1
                   MOVE WS-HST-ENTRY (WS-SUB + 1)
                       TO WS-HST-ENTRY (WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-HST-COUNT
           END-IF.
           ADD 1 TO WS-HST-COUNT.
           MOVE HST-RUN-DATE TO WS-HST-RUN-DATE (WS-HST-COUNT).
           MOVE HST-RESAULT TO WS-HST-RESAULT (WS-HST-COUNT).
           MOVE HST-SUPERSEDED TO WS-HST-SUPERSEDED (WS-HST-COUNT).

      *    Audit rows are appended in run order; a row dated later
      *    than the steps held so far starts a new cycle's set.
       4200-DISPLAY-AUDIT-STEPS.
           MOVE ZERO TO WS-AUD-COUNT.
           MOVE ZERO TO WS-AUD-OVERFLOW-COUNT.
           MOVE ZERO TO WS-AUD-LATEST-DATE.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 4210-READ-AUDIT-LOG-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               IF AUD-CASE-ID = SCR-CASE-ID
                   PERFORM 4220-KEEP-AUDIT-STEP
               END-IF
               PERFORM 4210-READ-AUDIT-LOG-FILE
           END-PERFORM.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE AUDIT-LOG-FILE
           END-IF.
           DISPLAY "AUDIT STEPS, MOST RECENT CYCLE " WS-AUD-LATEST-DATE.
           IF WS-AUD-COUNT = ZERO
               DISPLAY "  NO AUDIT STEPS"
           ELSE
               DISPLAY "  OPERATION   BEFORE  AFTER  RULES  TIMESTAMP"
           END-IF.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AUD-COUNT
               DISPLAY "  " WS-AUD-OPERATION (WS-SUB) "  "
                   WS-AUD-VALUE-BEFORE (WS-SUB) "    "
                   WS-AUD-VALUE-AFTER (WS-SUB) "   "
                   WS-AUD-RULE-VERSION (WS-SUB) " "
                   WS-AUD-TIMESTAMP (WS-SUB)
           END-PERFORM.
           IF WS-AUD-OVERFLOW-COUNT > ZERO
               DISPLAY "  " WS-AUD-OVERFLOW-COUNT
                   " FURTHER STEPS NOT SHOWN"
           END-IF.

       4210-READ-AUDIT-LOG-FILE.
           READ AUDIT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       4220-KEEP-AUDIT-STEP.
           IF AUD-TIMESTAMP(1:8) > WS-AUD-LATEST-DATE
               MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-LATEST-DATE
               MOVE ZERO TO WS-AUD-COUNT
               MOVE ZERO TO WS-AUD-OVERFLOW-COUNT
           END-IF.
           IF AUD-TIMESTAMP(1:8) = WS-AUD-LATEST-DATE
               IF WS-AUD-COUNT < WS-AUD-MAX
                   ADD 1 TO WS-AUD-COUNT
                   MOVE AUD-OPERATION
                       TO WS-AUD-OPERATION (WS-AUD-COUNT)
                   MOVE AUD-VALUE-BEFORE
                       TO WS-AUD-VALUE-BEFORE (WS-AUD-COUNT)
                   MOVE AUD-VALUE-AFTER
                       TO WS-AUD-VALUE-AFTER (WS-AUD-COUNT)
                   MOVE AUD-TIMESTAMP
                       TO WS-AUD-TIMESTAMP (WS-AUD-COUNT)
                   MOVE AUD-RULE-VERSION
                       TO WS-AUD-RULE-VERSION (WS-AUD-COUNT)
               ELSE
                   ADD 1 TO WS-AUD-OVERFLOW-COUNT
               END-IF
           END-IF.

       4300-DISPLAY-SUSPENSE.
           MOVE ZERO TO WS-SUSPENSE-COUNT.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 4310-READ-SUSPENSE-FILE
           END-IF.
           DISPLAY "EXCEPTION SUSPENSE".
           PERFORM UNTIL END-OF-CURRENT-FILE
               IF SUS-CASE-ID = SCR-CASE-ID
                   ADD 1 TO WS-SUSPENSE-COUNT
                   PERFORM 4320-DISPLAY-SUSPENSE-ITEM
               END-IF
               PERFORM 4310-READ-SUSPENSE-FILE
           END-PERFORM.
           IF WS-SUSPENSE-STATUS = "00" OR WS-SUSPENSE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-SUSPENSE-COUNT = ZERO
               DISPLAY "  NO OPEN SUSPENSE ITEM"
           END-IF.

       4310-READ-SUSPENSE-FILE.
           READ SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       4320-DISPLAY-SUSPENSE-ITEM.
           EVALUATE TRUE
               WHEN SUSPENSE-NEW
                   MOVE "NEW" TO WS-STATUS-WORD
               WHEN SUSPENSE-ASSIGNED
                   MOVE "ASSIGNED" TO WS-STATUS-WORD
               WHEN SUSPENSE-CORRECTED
                   MOVE "CORRECTED" TO WS-STATUS-WORD
               WHEN SUSPENSE-RELEASED
                   MOVE "RELEASED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE SUS-STATUS TO WS-STATUS-WORD
           END-EVALUATE.
           IF SUS-SUSPENSE-DATE > 19000101
               COMPUTE WS-DAYS-IN-SUSPENSE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(SUS-SUSPENSE-DATE)
           ELSE
               MOVE ZERO TO WS-DAYS-IN-SUSPENSE
           END-IF.
           MOVE WS-DAYS-IN-SUSPENSE TO WS-DAYS-EDIT.
           DISPLAY "  " WS-STATUS-WORD " SINCE " SUS-SUSPENSE-DATE
               " (" WS-DAYS-EDIT " DAYS)  WORKED BY " SUS-WORKED-BY.
           DISPLAY "  " SUS-REASON.

      *    The latest pending row for the case is where payroll
      *    stands; with none pending the baseline says what payroll
      *    last accepted.
       4400-DISPLAY-PAYROLL-STATUS.
           MOVE "N" TO WS-PENDING-FOUND-SWITCH.
           MOVE "N" TO WS-EOF-SWITCH.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               PERFORM 4410-READ-PENDING-FILE
           END-IF.
           PERFORM UNTIL END-OF-CURRENT-FILE
               IF PND-CASE-ID = SCR-CASE-ID
                   MOVE "Y" TO WS-PENDING-FOUND-SWITCH
                   MOVE PND-RESAULT TO WS-PND-RESAULT
                   MOVE PND-SENT-DATE TO WS-PND-SENT-DATE
                   MOVE PND-STATUS TO WS-PND-STATUS
                   MOVE PND-CHANGE-CODE TO WS-PND-CHANGE-CODE
                   MOVE PND-PRIOR-RESAULT TO WS-PND-PRIOR-RESAULT
                   MOVE PND-REJECT-REASON TO WS-PND-REJECT-REASON
               END-IF
               PERFORM 4410-READ-PENDING-FILE
           END-PERFORM.
           IF WS-PENDING-STATUS = "00" OR WS-PENDING-STATUS = "10"
               CLOSE PENDING-FILE
           END-IF.
           DISPLAY "PAYROLL STATUS".
           IF PENDING-ITEM-FOUND
               IF WS-PND-STATUS = "R"
                   MOVE "REJECTED" TO WS-STATUS-WORD
               ELSE
                   MOVE "UNACKNOWLEDGED" TO WS-STATUS-WORD
               END-IF
               DISPLAY "  " WS-STATUS-WORD " - SENT " WS-PND-SENT-DATE
                   "  CODE " WS-PND-CHANGE-CODE
                   "  RESAULT " WS-PND-RESAULT
                   "  PRIOR " WS-PND-PRIOR-RESAULT
               IF WS-PND-STATUS = "R"
                   DISPLAY "  " WS-PND-REJECT-REASON
               END-IF
           ELSE
               PERFORM 4420-DISPLAY-PAY-BASELINE
           END-IF.

       4410-READ-PENDING-FILE.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       4420-DISPLAY-PAY-BASELINE.
           OPEN INPUT PAY-BASELINE-FILE.
           IF WS-PAY-BASELINE-STATUS NOT = "00"
               DISPLAY "  NOTHING PENDING - BASELINE NOT AVAILABLE"
           ELSE
               MOVE SCR-CASE-ID TO PBS-CASE-ID
               READ PAY-BASELINE-FILE
                   INVALID KEY
                       DISPLAY "  NOTHING PENDING - NEVER ACCEPTED "
                           "BY PAYROLL"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BASELINE-ACTIVE
                               MOVE "SETTLED" TO WS-STATUS-WORD
                           WHEN BASELINE-REMOVAL-DUE
                               MOVE "REMOVAL DUE" TO WS-STATUS-WORD
                           WHEN OTHER
                               MOVE "REMOVED" TO WS-STATUS-WORD
                       END-EVALUATE
                       DISPLAY "  " WS-STATUS-WORD
                           " - ACCEPTED " PBS-ACCEPTED-RESAULT
                           " ON " PBS-ACCEPTED-DATE
               END-READ
               CLOSE PAY-BASELINE-FILE
           END-IF.

       5000-WRITE-INQUIRY-LOG-RECORD.
           MOVE WS-OPERATOR-ID TO INQ-OPERATOR-ID.
           MOVE SCR-CASE-ID TO INQ-CASE-ID.
           MOVE FUNCTION CURRENT-DATE TO INQ-TIMESTAMP.
           WRITE INQUIRY-LOG-RECORD.

       8500-WRITE-VIOLATION-RECORD.
           MOVE WS-OPERATOR-ID TO VIO-OPERATOR-ID.
           MOVE "CASEINQ" TO VIO-PROGRAM.
           MOVE WS-VIOLATION-ACTION TO VIO-ACTION.
           MOVE SCR-CASE-ID TO VIO-CASE-ID.
           MOVE WS-VIOLATION-REASON TO VIO-REASON.
           MOVE FUNCTION CURRENT-DATE TO VIO-TIMESTAMP.
           WRITE SECURITY-VIOLATION-RECORD.

       9000-TERMINATE.
           CLOSE INQUIRY-LOG-FILE.
           CLOSE VIOLATION-LOG-FILE.
