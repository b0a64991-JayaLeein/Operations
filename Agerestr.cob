           COPY ARCHREC.

       FD  AGE-TRANS-FILE
           RECORD CONTAINS 91 CHARACTERS.
           COPY AGEREC.

       FD  RESTORE-CARD-FILE
                   TO AGE-OPERATION-DATE
               MOVE WS-ARC-CATEGORY TO AGE-CATEGORY
               MOVE WS-ARC-BRANCH-ID TO AGE-BRANCH-ID
               MOVE SPACES TO AGE-HOLD-STATUS AGE-HOLD-REASON
                   AGE-HOLD-OPERATOR
               MOVE ZERO TO AGE-HOLD-DATE AGE-HOLD-RELEASE-DATE
               WRITE AGE-RECORD
                   INVALID KEY
                       DISPLAY "CASE " WS-RESTORE-CASE-ID
