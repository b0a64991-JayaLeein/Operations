           COPY WRKREC.

       FD  AUTH-FILE
           RECORD CONTAINS 15 CHARACTERS.
           COPY AUTHREC.

       FD  VIOLATION-LOG-FILE
              10 WS-AUT-SUSP-ASSIGN   PIC X(1).
              10 WS-AUT-SUSP-CORRECT  PIC X(1).
              10 WS-AUT-SUSP-RELEASE  PIC X(1).
              10 WS-AUT-RULE-APPROVE  PIC X(1).
              10 WS-AUT-CASE-HOLD     PIC X(1).
       01  WS-OLD-STATUS              PIC X(1).
       01  WS-LIST-STATUS             PIC X(1).
       01  WS-STATUS-WORD             PIC X(10).
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
