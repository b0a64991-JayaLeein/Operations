       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rulemaint.
       AUTHOR. JingYi Li.

      *    Online change control for the calculation rules library
      *    (RULELIB.DAT).  A rules change is never an edit to the
      *    live rules: one operator keys a proposed version with the
      *    date it is to take effect and its rule lines, and a
      *    different operator holding the rule-approval flag on
      *    OPERAUTH.DAT approves or rejects it.  Only an APPROVED
      *    version is ever picked up by the batch, and then only
      *    from its effective date, so every resault can be traced
      *    to the version that priced it and the two people who put
      *    that version in force.  An approved or rejected version
      *    can no longer be changed - a correction is a new
      *    version.  The library is written back after each action
      *    so a dropped session loses nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-LIBRARY-FILE ASSIGN TO "RULELIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RULE-LIBRARY-STATUS.

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
       FD  RULE-LIBRARY-FILE
           RECORD CONTAINS 74 CHARACTERS.
           COPY RULEVER.

       FD  AUTH-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY AUTHREC.

       FD  VIOLATION-LOG-FILE
           RECORD CONTAINS 87 CHARACTERS.
           COPY VIOLREC.

       WORKING-STORAGE SECTION.
       01  WS-RULE-LIBRARY-STATUS     PIC XX.
       01  WS-AUTH-STATUS             PIC XX.
       01  WS-VIOLATION-LOG-STATUS    PIC XX.
       01  WS-EOF-SWITCH              PIC X VALUE "N".
           88 END-OF-RULE-LIBRARY         VALUE "Y".
       01  WS-DONE-SWITCH             PIC X VALUE "N".
           88 OPERATOR-IS-DONE            VALUE "Y".
       01  WS-FOUND-SWITCH            PIC X VALUE "N".
           88 VERSION-WAS-FOUND           VALUE "Y".
       01  WS-LINE-FOUND-SWITCH       PIC X VALUE "N".
           88 RULE-LINE-WAS-FOUND         VALUE "Y".
       01  WS-OPERATOR-ID             PIC X(8) VALUE SPACES.
       01  WS-MESSAGE                 PIC X(40) VALUE SPACES.
      *    Authorization: same OPERAUTH.DAT sign-on as Agemaint and
      *    the suspense workbench.  Any signed-on operator may key a
      *    proposal; approving or rejecting one takes the rule
      *    approval flag, and is refused to the operator who keyed
      *    the version whatever their flag says.  A missing or empty
      *    auth file fails closed.
       01  WS-AUTH-EOF-SWITCH         PIC X VALUE "N".
           88 END-OF-AUTH-FILE            VALUE "Y".
       01  WS-AUTH-OK-SWITCH          PIC X VALUE "N".
           88 AUTH-TABLE-LOADED           VALUE "Y".
       01  WS-SIGNON-SWITCH           PIC X VALUE "N".
           88 OPERATOR-SIGNED-ON          VALUE "Y".
       01  WS-ALLOWED-SWITCH          PIC X VALUE "N".
           88 ACTION-IS-ALLOWED           VALUE "Y".
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
       01  WS-WORK-DATE.
           05 WS-WORK-YEAR            PIC 9(4).
           05 WS-WORK-MONTH           PIC 9(2).
           05 WS-WORK-DAY             PIC 9(2).
       01  WS-STATUS-WORD             PIC X(10).
       01  WS-LAST-VERSION-ID         PIC 9(6) VALUE ZERO.
       01  WS-VERSION-ID              PIC 9(6) VALUE ZERO.
       01  WS-VERSION-RULE-COUNT      PIC 9(4) VALUE ZERO.
       01  WS-COPY-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-SUB                     PIC 9(5) COMP VALUE ZERO.
       01  WS-TO-SUB                  PIC 9(5) COMP VALUE ZERO.
       01  WS-VERSION-SUB             PIC 9(5) COMP VALUE ZERO.
       01  WS-VERSION-END-SUB         PIC 9(5) COMP VALUE ZERO.
       01  WS-LINE-SUB                PIC 9(5) COMP VALUE ZERO.
       01  WS-COPY-FROM-SUB           PIC 9(5) COMP VALUE ZERO.
       01  WS-COPY-END-SUB            PIC 9(5) COMP VALUE ZERO.
       01  WS-ENTRY-COUNT             PIC 9(5) COMP VALUE ZERO.
       01  WS-ENTRY-MAX               PIC 9(5) COMP VALUE 2000.

      *    The whole library held as record images, each version's
      *    header followed by its rule lines.  A version is worked by
      *    pulling an image into the FD buffer and putting it back,
      *    and the file is rewritten from the table after every
      *    change.  A library past the table could not be written
      *    back whole, so the session is refused rather than risk
      *    dropping versions on the save.
       01  WS-ENTRY-TABLE.
           05 WS-ENTRY-IMAGE          PIC X(74) OCCURS 2000 TIMES.

       01  WS-NEW-ENTRY               PIC X(74).

       01  SCR-ACTION                 PIC X(1).
       01  SCR-VERSION-ID             PIC 9(6).
       01  SCR-EFFECTIVE-DATE         PIC 9(8).
       01  SCR-CATEGORY               PIC X(2).
       01  SCR-SEQUENCE               PIC 9(2).
       01  SCR-OPERATION              PIC X(10).
       01  SCR-FACTOR                 PIC 9(4).
       01  SCR-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  SCR-LOGON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE
               "CALCULATION RULES CHANGE CONTROL - SIGN ON".
           05 LINE 3 COL 1 VALUE "OPERATOR ID: ".
           05 LINE 3 COL 14 PIC X(8) TO SCR-OPERATOR-ID.

       01  SCR-RULE-MENU.
           05 BLANK SCREEN.
           05 LINE 1 COL 1 VALUE "CALCULATION RULES CHANGE CONTROL".
           05 LINE 3 COL 1 VALUE
               "ACTION (L=LIST, V=VIEW, N=NEW VERSION, K=KEY LINE,".
           05 LINE 4 COL 1 VALUE
               "        A=APPROVE, J=REJECT, X=EXIT): ".
           05 LINE 4 COL 39 PIC X(1) TO SCR-ACTION.
           05 LINE 6 COL 1 VALUE "VERSION: ".
           05 LINE 6 COL 17 PIC 9(6) TO SCR-VERSION-ID.
           05 LINE 7 COL 1 VALUE "EFFECTIVE DATE: ".
           05 LINE 7 COL 17 PIC 9(8) TO SCR-EFFECTIVE-DATE.
           05 LINE 9 COL 1 VALUE "CATEGORY: ".
           05 LINE 9 COL 17 PIC X(2) TO SCR-CATEGORY.
           05 LINE 10 COL 1 VALUE "STEP: ".
           05 LINE 10 COL 17 PIC 9(2) TO SCR-SEQUENCE.
           05 LINE 11 COL 1 VALUE "OPERATION: ".
           05 LINE 11 COL 17 PIC X(10) TO SCR-OPERATION.
           05 LINE 12 COL 1 VALUE "FACTOR: ".
           05 LINE 12 COL 17 PIC 9(4) TO SCR-FACTOR.
           05 LINE 14 COL 1 VALUE "MESSAGE: ".
           05 LINE 14 COL 11 PIC X(40) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE.
           IF NOT OPERATOR-IS-DONE
               IF AUTH-TABLE-LOADED
                   PERFORM 1050-SIGN-ON-OPERATOR
               ELSE
                   DISPLAY "AUTHORIZATION FILE NOT USABLE - "
                       "SESSION REFUSED"
                   MOVE "Y" TO WS-DONE-SWITCH
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM UNTIL OPERATOR-IS-DONE
               PERFORM 2000-PROMPT-OPERATOR
               EVALUATE SCR-ACTION
                   WHEN "L" WHEN "l"
                       PERFORM 3000-LIST-VERSIONS
                   WHEN "V" WHEN "v"
                       PERFORM 3600-VIEW-VERSION
                   WHEN "N" WHEN "n"
                       PERFORM 4000-PROPOSE-VERSION
                   WHEN "K" WHEN "k"
                       PERFORM 4500-KEY-RULE-LINE
                   WHEN "A" WHEN "a"
                       MOVE "APPROVE" TO WS-VIOLATION-ACTION
                       MOVE WS-AUT-RULE-APPROVE (WS-AUTH-FOUND-SUB)
                           TO WS-ALLOWED-SWITCH
                       IF ACTION-IS-ALLOWED
                           PERFORM 5000-APPROVE-VERSION
                       ELSE
                           PERFORM 2900-DENY-ACTION
                       END-IF
                   WHEN "J" WHEN "j"
                       MOVE "REJECT" TO WS-VIOLATION-ACTION
                       MOVE WS-AUT-RULE-APPROVE (WS-AUTH-FOUND-SUB)
                           TO WS-ALLOWED-SWITCH
                       IF ACTION-IS-ALLOWED
                           PERFORM 5500-REJECT-VERSION
                       ELSE
                           PERFORM 2900-DENY-ACTION
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
           PERFORM 1100-LOAD-RULE-LIBRARY.
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
                   PERFORM 1250-FIND-OPERATOR
                   IF WS-AUTH-FOUND-SUB > ZERO
                       MOVE "Y" TO WS-SIGNON-SWITCH
                   ELSE
                       MOVE "SIGNON" TO WS-VIOLATION-ACTION
                       MOVE ZERO TO SCR-VERSION-ID
                       MOVE "OPERATOR NOT ON AUTH FILE"
                           TO WS-VIOLATION-REASON
                       PERFORM 8500-WRITE-VIOLATION-RECORD
                       DISPLAY "OPERATOR " WS-OPERATOR-ID
                           " IS NOT AUTHORIZED"
                   END-IF
               END-IF
           END-PERFORM.

      *    A library that does not exist yet is simply empty - the
      *    first version keyed here creates it.
       1100-LOAD-RULE-LIBRARY.
           OPEN INPUT RULE-LIBRARY-FILE.
           IF WS-RULE-LIBRARY-STATUS = "35"
               DISPLAY "NO RULES LIBRARY - NO VERSIONS ON FILE"
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF WS-RULE-LIBRARY-STATUS NOT = "00"
                   DISPLAY "RULE-LIBRARY-FILE OPEN FAILED, STATUS = "
                       WS-RULE-LIBRARY-STATUS " - SESSION REFUSED"
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE "Y" TO WS-DONE-SWITCH
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM 1200-READ-RULE-LIBRARY
               END-IF
           END-IF.
           PERFORM UNTIL END-OF-RULE-LIBRARY
               IF WS-ENTRY-COUNT < WS-ENTRY-MAX
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE RULE-VERSION-RECORD
                       TO WS-ENTRY-IMAGE (WS-ENTRY-COUNT)
                   IF RVR-VERSION-ID > WS-LAST-VERSION-ID
                       MOVE RVR-VERSION-ID TO WS-LAST-VERSION-ID
                   END-IF
               ELSE
                   DISPLAY "RULES LIBRARY TABLE FULL - SESSION "
                       "REFUSED"
                   MOVE "Y" TO WS-EOF-SWITCH
                   MOVE "Y" TO WS-DONE-SWITCH
                   MOVE 12 TO RETURN-CODE
               END-IF
               PERFORM 1200-READ-RULE-LIBRARY
           END-PERFORM.
           IF WS-RULE-LIBRARY-STATUS = "00" OR
                   WS-RULE-LIBRARY-STATUS = "10"
               CLOSE RULE-LIBRARY-FILE
           END-IF.

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

       1200-READ-RULE-LIBRARY.
           READ RULE-LIBRARY-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
           END-READ.

       1250-FIND-OPERATOR.
           MOVE ZERO TO WS-AUTH-FOUND-SUB.
           PERFORM VARYING WS-AUTH-SUB FROM 1 BY 1
                   UNTIL WS-AUTH-SUB > WS-AUTH-COUNT
               IF WS-AUT-OPERATOR-ID (WS-AUTH-SUB) = WS-OPERATOR-ID
                   MOVE WS-AUTH-SUB TO WS-AUTH-FOUND-SUB
               END-IF
           END-PERFORM.

       2000-PROMPT-OPERATOR.
           MOVE SPACES TO SCR-ACTION SCR-CATEGORY SCR-OPERATION.
           MOVE ZERO TO SCR-VERSION-ID SCR-EFFECTIVE-DATE
               SCR-SEQUENCE SCR-FACTOR.
           DISPLAY SCR-RULE-MENU.
           ACCEPT SCR-RULE-MENU.
           MOVE SPACES TO WS-MESSAGE.

       2900-DENY-ACTION.
           MOVE "ACTION NOT PERMITTED" TO WS-VIOLATION-REASON.
           PERFORM 8500-WRITE-VIOLATION-RECORD.
           MOVE "NOT PERMITTED - ATTEMPT LOGGED" TO WS-MESSAGE.

      *    One line per version in file order - oldest first - with
      *    its status, who keyed it, who checked it and how many
      *    rule lines it carries.
       3000-LIST-VERSIONS.
           DISPLAY "VERSION EFFECTIVE STATUS     KEYED BY "
               "CHECKED BY LINES".
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ENTRY-COUNT
               MOVE WS-ENTRY-IMAGE (WS-SUB) TO RULE-VERSION-RECORD
               IF RVR-VERSION-HEADER
                   MOVE WS-SUB TO WS-VERSION-SUB
                   PERFORM 3200-FIND-VERSION-END
                   MOVE WS-ENTRY-IMAGE (WS-SUB) TO RULE-VERSION-RECORD
                   PERFORM 3100-DISPLAY-VERSION-HEADER
               END-IF
           END-PERFORM.
           DISPLAY "END OF LIBRARY - LAST VERSION " WS-LAST-VERSION-ID.
           MOVE "VERSIONS LISTED" TO WS-MESSAGE.

       3100-DISPLAY-VERSION-HEADER.
           PERFORM 3300-SET-STATUS-WORD.
           COMPUTE WS-VERSION-RULE-COUNT =
               WS-VERSION-END-SUB - WS-VERSION-SUB.
           DISPLAY RVR-VERSION-ID "  " RVR-EFFECTIVE-DATE " "
               WS-STATUS-WORD " " RVR-MAKER-ID " " RVR-CHECKER-ID
               "   " WS-VERSION-RULE-COUNT.

      *    A version's rule lines follow its header; the version ends
      *    at the last consecutive line carrying the same id.
       3200-FIND-VERSION-END.
           MOVE WS-VERSION-SUB TO WS-VERSION-END-SUB.
           MOVE WS-ENTRY-IMAGE (WS-VERSION-SUB) TO RULE-VERSION-RECORD.
           MOVE RVR-VERSION-ID TO WS-VERSION-ID.
           PERFORM VARYING WS-LINE-SUB FROM WS-VERSION-SUB BY 1
                   UNTIL WS-LINE-SUB >= WS-ENTRY-COUNT
                       OR WS-VERSION-END-SUB < WS-LINE-SUB
               MOVE WS-ENTRY-IMAGE (WS-LINE-SUB + 1)
                   TO RULE-VERSION-RECORD
               IF RVR-RULE-DETAIL AND RVR-VERSION-ID = WS-VERSION-ID
                   ADD 1 TO WS-VERSION-END-SUB
               END-IF
           END-PERFORM.
           MOVE WS-ENTRY-IMAGE (WS-VERSION-SUB) TO RULE-VERSION-RECORD.

       3300-SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN VERSION-PROPOSED
                   MOVE "PROPOSED" TO WS-STATUS-WORD
               WHEN VERSION-APPROVED
                   MOVE "APPROVED" TO WS-STATUS-WORD
               WHEN VERSION-REJECTED
                   MOVE "REJECTED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE RVR-STATUS TO WS-STATUS-WORD
           END-EVALUATE.

      *    Leaves the header of the keyed version in the FD buffer
      *    with its first and last table positions.
       3500-FIND-VERSION.
           MOVE "N" TO WS-FOUND-SWITCH.
           MOVE ZERO TO WS-VERSION-SUB.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ENTRY-COUNT
                       OR VERSION-WAS-FOUND
               MOVE WS-ENTRY-IMAGE (WS-SUB) TO RULE-VERSION-RECORD
               IF RVR-VERSION-HEADER AND
                       RVR-VERSION-ID = SCR-VERSION-ID
                   MOVE "Y" TO WS-FOUND-SWITCH
                   MOVE WS-SUB TO WS-VERSION-SUB
               END-IF
           END-PERFORM.
           IF VERSION-WAS-FOUND
               PERFORM 3200-FIND-VERSION-END
           ELSE
               MOVE "VERSION NOT ON RULES LIBRARY" TO WS-MESSAGE
           END-IF.

       3600-VIEW-VERSION.
           PERFORM 3500-FIND-VERSION.
           IF VERSION-WAS-FOUND
               DISPLAY "VERSION EFFECTIVE STATUS     KEYED BY "
                   "CHECKED BY LINES"
               PERFORM 3100-DISPLAY-VERSION-HEADER
               DISPLAY "  KEYED   " RVR-MADE-TIMESTAMP
               DISPLAY "  CHECKED " RVR-CHECKED-TIMESTAMP
               DISPLAY "  CATEGORY STEP OPERATION  FACTOR"
               PERFORM VARYING WS-LINE-SUB FROM WS-VERSION-SUB BY 1
                       UNTIL WS-LINE-SUB >= WS-VERSION-END-SUB
                   MOVE WS-ENTRY-IMAGE (WS-LINE-SUB + 1)
                       TO RULE-VERSION-RECORD
                   DISPLAY "  " RVR-CATEGORY "       " RVR-SEQUENCE
                       "   " RVR-OPERATION " " RVR-FACTOR
               END-PERFORM
               MOVE "VERSION DISPLAYED" TO WS-MESSAGE
           END-IF.

      *    A new version starts as PROPOSED under the next version
      *    id.  Keying an existing version id copies its rule lines
      *    in, so a factor change is a copy of the rules in force
      *    with one line rekeyed rather than the whole set retyped.
      *    The effective date may not be in the past - the batch
      *    must never find a version in force that was approved
      *    after the cycles it would have priced.
       4000-PROPOSE-VERSION.
           MOVE SCR-EFFECTIVE-DATE TO WS-WORK-DATE.
           MOVE ZERO TO WS-COPY-FROM-SUB WS-COPY-END-SUB.
           IF SCR-VERSION-ID NOT = ZERO
               PERFORM 3500-FIND-VERSION
               IF VERSION-WAS-FOUND
                   MOVE WS-VERSION-SUB TO WS-COPY-FROM-SUB
                   MOVE WS-VERSION-END-SUB TO WS-COPY-END-SUB
               END-IF
           END-IF.
           COMPUTE WS-COPY-COUNT = WS-COPY-END-SUB - WS-COPY-FROM-SUB.
           EVALUATE TRUE
               WHEN SCR-VERSION-ID NOT = ZERO AND NOT VERSION-WAS-FOUND
                   MOVE "VERSION TO COPY NOT ON RULES LIBRARY"
                       TO WS-MESSAGE
               WHEN WS-WORK-YEAR < 1900 OR WS-WORK-YEAR > 2099 OR
                       WS-WORK-MONTH < 1 OR WS-WORK-MONTH > 12 OR
                       WS-WORK-DAY < 1 OR WS-WORK-DAY > 31
                   MOVE "EFFECTIVE DATE IS NOT A VALID DATE"
                       TO WS-MESSAGE
               WHEN SCR-EFFECTIVE-DATE < WS-TODAY-DATE
                   MOVE "EFFECTIVE DATE IS IN THE PAST" TO WS-MESSAGE
               WHEN WS-ENTRY-COUNT + WS-COPY-COUNT + 1 > WS-ENTRY-MAX
                   MOVE "RULES LIBRARY FULL - VERSION NOT ADDED"
                       TO WS-MESSAGE
               WHEN OTHER
                   ADD 1 TO WS-LAST-VERSION-ID
                   MOVE SPACES TO RULE-VERSION-RECORD
                   MOVE WS-LAST-VERSION-ID TO RVR-VERSION-ID
                   MOVE "H" TO RVR-RECORD-TYPE
                   MOVE SCR-EFFECTIVE-DATE TO RVR-EFFECTIVE-DATE
                   MOVE "P" TO RVR-STATUS
                   MOVE WS-OPERATOR-ID TO RVR-MAKER-ID
                   MOVE FUNCTION CURRENT-DATE TO RVR-MADE-TIMESTAMP
                   ADD 1 TO WS-ENTRY-COUNT
                   MOVE RULE-VERSION-RECORD
                       TO WS-ENTRY-IMAGE (WS-ENTRY-COUNT)
                   IF WS-COPY-COUNT > ZERO
                       PERFORM 4100-COPY-VERSION-RULES
                   END-IF
                   PERFORM 6200-SAVE-RULE-LIBRARY
                   MOVE WS-LAST-VERSION-ID TO SCR-VERSION-ID
                   STRING "VERSION " WS-LAST-VERSION-ID
                       " PROPOSED - KEY ITS LINES"
                       DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE.

       4100-COPY-VERSION-RULES.
           PERFORM VARYING WS-LINE-SUB FROM WS-COPY-FROM-SUB BY 1
                   UNTIL WS-LINE-SUB >= WS-COPY-END-SUB
               MOVE WS-ENTRY-IMAGE (WS-LINE-SUB + 1)
                   TO RULE-VERSION-RECORD
               MOVE WS-LAST-VERSION-ID TO RVR-VERSION-ID
               ADD 1 TO WS-ENTRY-COUNT
               MOVE RULE-VERSION-RECORD
                   TO WS-ENTRY-IMAGE (WS-ENTRY-COUNT)
           END-PERFORM.

      *    Adds or replaces one rule line - category and step - on a
      *    proposal.  Only the operator who keyed the version may
      *    shape it, and only while it is still PROPOSED; an
      *    operation of REMOVE takes the line out.
       4500-KEY-RULE-LINE.
           PERFORM 3500-FIND-VERSION.
           INSPECT SCR-OPERATION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF VERSION-WAS-FOUND
               EVALUATE TRUE
                   WHEN NOT VERSION-PROPOSED
                       MOVE "ONLY A PROPOSED VERSION CAN BE CHANGED"
                           TO WS-MESSAGE
                   WHEN RVR-MAKER-ID NOT = WS-OPERATOR-ID
                       MOVE "VERSION WAS KEYED BY ANOTHER OPERATOR"
                           TO WS-MESSAGE
                   WHEN SCR-CATEGORY = SPACES
                       MOVE "CATEGORY IS REQUIRED" TO WS-MESSAGE
                   WHEN SCR-SEQUENCE < 1 OR SCR-SEQUENCE > 9
                       MOVE "STEP MUST BE 1 TO 9" TO WS-MESSAGE
                   WHEN SCR-OPERATION NOT = "ADD" AND
                           SCR-OPERATION NOT = "SUBTRACT" AND
                           SCR-OPERATION NOT = "MULTIPLY" AND
                           SCR-OPERATION NOT = "DIVIDE" AND
                           SCR-OPERATION NOT = "REMOVE"
                       MOVE "UNRECOGNIZED RULE OPERATION"
                           TO WS-MESSAGE
                   WHEN SCR-OPERATION = "DIVIDE" AND SCR-FACTOR = ZERO
                       MOVE "DIVIDE FACTOR MAY NOT BE ZERO"
                           TO WS-MESSAGE
                   WHEN OTHER
                       PERFORM 4600-FIND-RULE-LINE
                       EVALUATE TRUE
                           WHEN SCR-OPERATION = "REMOVE"
                               PERFORM 4800-REMOVE-RULE-LINE
                           WHEN RULE-LINE-WAS-FOUND
                               PERFORM 4900-BUILD-RULE-LINE
                               MOVE WS-NEW-ENTRY
                                   TO WS-ENTRY-IMAGE (WS-LINE-SUB)
                               PERFORM 6200-SAVE-RULE-LIBRARY
                               MOVE "RULE LINE REPLACED" TO WS-MESSAGE
                           WHEN OTHER
                               PERFORM 4700-INSERT-RULE-LINE
                       END-EVALUATE
               END-EVALUATE
           END-IF.

       4600-FIND-RULE-LINE.
           MOVE "N" TO WS-LINE-FOUND-SWITCH.
           MOVE WS-VERSION-SUB TO WS-SUB.
           PERFORM UNTIL WS-SUB >= WS-VERSION-END-SUB
                   OR RULE-LINE-WAS-FOUND
               ADD 1 TO WS-SUB
               MOVE WS-ENTRY-IMAGE (WS-SUB) TO RULE-VERSION-RECORD
               IF RVR-CATEGORY = SCR-CATEGORY AND
                       RVR-SEQUENCE = SCR-SEQUENCE
                   MOVE "Y" TO WS-LINE-FOUND-SWITCH
                   MOVE WS-SUB TO WS-LINE-SUB
               END-IF
           END-PERFORM.

      *    A new line goes in at the end of its version; everything
      *    after it in the table moves down one place.
       4700-INSERT-RULE-LINE.
           IF WS-ENTRY-COUNT >= WS-ENTRY-MAX
               MOVE "RULES LIBRARY FULL - LINE NOT ADDED"
                   TO WS-MESSAGE
           ELSE
               PERFORM 4900-BUILD-RULE-LINE
               PERFORM VARYING WS-SUB FROM WS-ENTRY-COUNT BY -1
                       UNTIL WS-SUB <= WS-VERSION-END-SUB
                   COMPUTE WS-TO-SUB = WS-SUB + 1
                   MOVE WS-ENTRY-IMAGE (WS-SUB)
                       TO WS-ENTRY-IMAGE (WS-TO-SUB)
               END-PERFORM
               ADD 1 TO WS-ENTRY-COUNT
               COMPUTE WS-TO-SUB = WS-VERSION-END-SUB + 1
               MOVE WS-NEW-ENTRY TO WS-ENTRY-IMAGE (WS-TO-SUB)
               PERFORM 6200-SAVE-RULE-LIBRARY
               MOVE "RULE LINE ADDED" TO WS-MESSAGE
           END-IF.

       4800-REMOVE-RULE-LINE.
           IF NOT RULE-LINE-WAS-FOUND
               MOVE "NO SUCH LINE ON THIS VERSION" TO WS-MESSAGE
           ELSE
               PERFORM VARYING WS-SUB FROM WS-LINE-SUB BY 1
                       UNTIL WS-SUB >= WS-ENTRY-COUNT
                   COMPUTE WS-TO-SUB = WS-SUB + 1
                   MOVE WS-ENTRY-IMAGE (WS-TO-SUB)
                       TO WS-ENTRY-IMAGE (WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-ENTRY-COUNT
               PERFORM 6200-SAVE-RULE-LIBRARY
               MOVE "RULE LINE REMOVED" TO WS-MESSAGE
           END-IF.

       4900-BUILD-RULE-LINE.
           MOVE SPACES TO RULE-VERSION-RECORD.
           MOVE SCR-VERSION-ID TO RVR-VERSION-ID.
           MOVE "D" TO RVR-RECORD-TYPE.
           MOVE SCR-CATEGORY TO RVR-CATEGORY.
           MOVE SCR-SEQUENCE TO RVR-SEQUENCE.
           MOVE SCR-OPERATION TO RVR-OPERATION.
           MOVE SCR-FACTOR TO RVR-FACTOR.
           MOVE RULE-VERSION-RECORD TO WS-NEW-ENTRY.

      *    Maker/checker: the approving operator must hold the rule
      *    approval flag and may not be the operator who keyed the
      *    version - a breach is a violation-log entry, not a
      *    message alone.  A version whose effective date has
      *    already gone by is refused; it must be rekeyed forward.
       5000-APPROVE-VERSION.
           PERFORM 3500-FIND-VERSION.
           IF VERSION-WAS-FOUND
               EVALUATE TRUE
                   WHEN NOT VERSION-PROPOSED
                       MOVE "ONLY A PROPOSED VERSION CAN BE APPROVED"
                           TO WS-MESSAGE
                   WHEN RVR-MAKER-ID = WS-OPERATOR-ID
                       PERFORM 5900-REFUSE-OWN-VERSION
                   WHEN WS-VERSION-END-SUB = WS-VERSION-SUB
                       MOVE "VERSION HAS NO RULE LINES" TO WS-MESSAGE
                   WHEN RVR-EFFECTIVE-DATE < WS-TODAY-DATE
                       MOVE "EFFECTIVE DATE HAS PASSED - REKEY IT"
                           TO WS-MESSAGE
                   WHEN OTHER
                       MOVE "A" TO RVR-STATUS
                       PERFORM 5800-POST-CHECKER-DECISION
                       MOVE "VERSION APPROVED" TO WS-MESSAGE
               END-EVALUATE
           END-IF.

       5500-REJECT-VERSION.
           PERFORM 3500-FIND-VERSION.
           IF VERSION-WAS-FOUND
               EVALUATE TRUE
                   WHEN NOT VERSION-PROPOSED
                       MOVE "ONLY A PROPOSED VERSION CAN BE REJECTED"
                           TO WS-MESSAGE
                   WHEN RVR-MAKER-ID = WS-OPERATOR-ID
                       PERFORM 5900-REFUSE-OWN-VERSION
                   WHEN OTHER
                       MOVE "X" TO RVR-STATUS
                       PERFORM 5800-POST-CHECKER-DECISION
                       MOVE "VERSION REJECTED" TO WS-MESSAGE
               END-EVALUATE
           END-IF.

      *    Stamp the checker and time on the header, put it back and
      *    write the library out - the file on disk always matches
      *    the last completed action.
       5800-POST-CHECKER-DECISION.
           MOVE WS-OPERATOR-ID TO RVR-CHECKER-ID.
           MOVE FUNCTION CURRENT-DATE TO RVR-CHECKED-TIMESTAMP.
           MOVE RULE-VERSION-RECORD TO WS-ENTRY-IMAGE (WS-VERSION-SUB).
           PERFORM 6200-SAVE-RULE-LIBRARY.

       5900-REFUSE-OWN-VERSION.
           MOVE "KEYED BY SAME OPERATOR" TO WS-VIOLATION-REASON.
           PERFORM 8500-WRITE-VIOLATION-RECORD.
           MOVE "YOU KEYED THIS VERSION - LOGGED" TO WS-MESSAGE.

       6200-SAVE-RULE-LIBRARY.
           OPEN OUTPUT RULE-LIBRARY-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ENTRY-COUNT
               MOVE WS-ENTRY-IMAGE (WS-SUB) TO RULE-VERSION-RECORD
               WRITE RULE-VERSION-RECORD
           END-PERFORM.
           CLOSE RULE-LIBRARY-FILE.

      *    The violation record's case-id field carries the version
      *    id the operator tried to act on.
       8500-WRITE-VIOLATION-RECORD.
           MOVE WS-OPERATOR-ID TO VIO-OPERATOR-ID.
           MOVE "RULEMANT" TO VIO-PROGRAM.
           MOVE WS-VIOLATION-ACTION TO VIO-ACTION.
           MOVE SCR-VERSION-ID TO VIO-CASE-ID.
           MOVE WS-VIOLATION-REASON TO VIO-REASON.
           MOVE FUNCTION CURRENT-DATE TO VIO-TIMESTAMP.
           WRITE SECURITY-VIOLATION-RECORD.

       9000-TERMINATE.
           CLOSE VIOLATION-LOG-FILE.
