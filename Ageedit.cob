      *    of Operations.  Sweeps AGETRANS.DAT and applies the
      *    field-level and reasonableness edits the arithmetic run
      *    cannot: case-id format, numeric and believable age, valid
      *    operation date, and a category that actually has rules in
      *    the rules version in force for the cycle.  Every error is
      *    listed on the edit report with per-error counts, and when
      *    the error total exceeds the limit on the edit control card
      *    the program sets return code 16 so the stream holds
      *    instead of feeding garbage resaults to payroll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS AGE-CASE-ID
               FILE STATUS IS WS-AGE-TRANS-STATUS.

           SELECT RULES-FILE ASSIGN TO "RULELIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT EDIT-CARD-FILE ASSIGN TO "EDITCRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  RULES-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY RULEVER.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
           COPY RUNCTL.

       FD  EDIT-CARD-FILE
           RECORD CONTAINS 4 CHARACTERS.
       01  WS-AGE-TRANS-STATUS        PIC XX.
       01  WS-STEP-STATUS-STATUS      PIC XX.
       01  WS-RULES-STATUS            PIC XX.
       01  WS-RUN-CONTROL-STATUS      PIC XX.
       01  WS-EDIT-CARD-STATUS        PIC XX.
       01  WS-REPORT-STATUS           PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-CURRENT-FILE         VALUE "Y".
       01  WS-RULES-EOF-SWITCH        PIC X VALUE "N".
           88 END-OF-RULES-FILE           VALUE "Y".
       01  WS-RULE-LOAD-SWITCH        PIC X VALUE "N".
           88 LOADING-RULE-VERSION        VALUE "Y".
       01  WS-RULE-VERSION-ID         PIC 9(6) VALUE ZERO.
       01  WS-RULE-EFFECTIVE-DATE     PIC 9(8) VALUE ZERO.
       01  WS-CYCLE-DATE              PIC 9(8) VALUE ZERO.
       01  WS-RECORD-ERROR-SWITCH     PIC X VALUE "N".
           88 RECORD-HAS-ERRORS           VALUE "Y".


       1000-INITIALIZE.
           PERFORM 1100-READ-EDIT-CARD.
           PERFORM 1300-READ-RUN-CONTROL.
           PERFORM 1350-LOAD-RULES-TABLE.
           OPEN INPUT AGE-TRANS-FILE.
           OPEN OUTPUT REPORT-FILE.
               CLOSE EDIT-CARD-FILE
           END-IF.

      *    The category edit is made against the rules the main run
      *    will actually price with, so the gate needs tonight's cycle
      *    date to pick the version in force.
       1300-READ-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-FILE OPEN FAILED, STATUS = "
                   WS-RUN-CONTROL-STATUS " - USING TODAYS DATE"
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CYCLE-DATE
           ELSE
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-CYCLE-DATE
                   NOT AT END
                       MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

      *    Same choice of version as Operations - the APPROVED one
      *    with the latest effective date on or before the cycle
      *    date.
       1350-LOAD-RULES-TABLE.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
                   PERFORM 1360-READ-RULES-FILE
               END-PERFORM
               CLOSE RULES-FILE
               IF WS-RULE-COUNT = ZERO
                   DISPLAY "NO APPROVED RULES VERSION IN FORCE FOR "
                       WS-CYCLE-DATE " - CATEGORY EDIT DISABLED"
               END-IF
           END-IF.

       1360-READ-RULES-FILE.
           END-READ.

       1370-STORE-RULE.
           IF RVR-VERSION-HEADER
               PERFORM 1380-CHECK-RULE-VERSION
           ELSE
               IF LOADING-RULE-VERSION AND
                       RVR-VERSION-ID = WS-RULE-VERSION-ID
                   PERFORM 1390-ADD-RULE-TO-TABLE
               END-IF
           END-IF.

       1380-CHECK-RULE-VERSION.
           MOVE "N" TO WS-RULE-LOAD-SWITCH.
           IF VERSION-APPROVED AND
                   RVR-EFFECTIVE-DATE NOT > WS-CYCLE-DATE AND
                   (RVR-EFFECTIVE-DATE > WS-RULE-EFFECTIVE-DATE OR
                   (RVR-EFFECTIVE-DATE = WS-RULE-EFFECTIVE-DATE AND
                    RVR-VERSION-ID > WS-RULE-VERSION-ID))
               MOVE "Y" TO WS-RULE-LOAD-SWITCH
               MOVE ZERO TO WS-RULE-COUNT
               MOVE RVR-VERSION-ID TO WS-RULE-VERSION-ID
               MOVE RVR-EFFECTIVE-DATE TO WS-RULE-EFFECTIVE-DATE
           END-IF.

       1390-ADD-RULE-TO-TABLE.
           IF WS-RULE-COUNT < WS-RULE-MAX
               ADD 1 TO WS-RULE-COUNT
               MOVE RVR-CATEGORY
                   TO WS-RUL-CATEGORY (WS-RULE-COUNT)
               MOVE RVR-SEQUENCE
                   TO WS-RUL-SEQUENCE (WS-RULE-COUNT)
               MOVE RVR-OPERATION
                   TO WS-RUL-OPERATION (WS-RULE-COUNT)
               MOVE RVR-FACTOR
                   TO WS-RUL-FACTOR (WS-RULE-COUNT)
           END-IF.

