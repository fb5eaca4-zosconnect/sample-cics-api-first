         88 WS-ILL-IS-OPEN        VALUE 'Y'.
         88 WS-ILL-NOT-OPEN       VALUE 'N'.
       01 WS-OPENILL-KEY        PIC X(16).
       01 WS-OPENILL-SAVE       PIC X(134).

      * The copy the ship takes / the return brings back
       01 WS-ILL-COPY-SW        PIC X VALUE 'N'.
      * One list entry: the sequence alongside the record itself
       01 WS-ILL-LIST-ENTRY.
         03 WS-ILL-LIST-SEQ       PIC 9(4).
         03 WS-ILL-LIST-RECORD    PIC X(134).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
           MOVE WS-DUE-STAMP(1:25) TO
             illDueDate OF WS-ILLOUT-RECORD.
           MOVE SPACES TO illReturnedDate OF WS-ILLOUT-RECORD.
           MOVE SPACES TO illPickedDate OF WS-ILLOUT-RECORD.
           EXEC CICS WRITE FILE(WS-ILLOUT-FILE)
                     RIDFLD(WS-ILLOUT-KEY)
                     FROM(WS-ILLOUT-RECORD)
              EXEC CICS ENDBR FILE(WS-ILLOUT-FILE) END-EXEC
           END-IF.

      * The first AVAILABLE copy in the book's inventory - never a
      * reference-only copy, which does not leave the building
       FIND-AVAILABLE-COPY.
           SET WS-ILL-COPY-NONE TO TRUE.
           MOVE WS-ILL-REQ-FORMNUM TO WS-COPY-KEY-FORMNUM.
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-COPY-IS-AVAILABLE AND WS-ILL-COPY-NONE AND
                    copyLoanable OF WS-COPY-RECORD NOT = 'N' THEN
                    SET WS-ILL-COPY-FOUND TO TRUE
                    MOVE WS-COPY-KEY-NUM TO WS-ILL-COPY-NUM
                 END-IF
