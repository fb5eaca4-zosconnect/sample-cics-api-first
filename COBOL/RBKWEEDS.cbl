      *            one PENDING RBKWEED proposal per candidate: a      *
      *            PUBLISHED book already superseded by a newer       *
      *            edition, an old book nobody looks up any more, or  *
      *            a hardcopy nobody has borrowed in years. A book    *
      *            whose copies were used in the library (RBKINUS)    *
      *            since the circulation cutoff is in use, lent or    *
      *            not, and is never proposed as idle. Entries        *
      *            the review has already decided (KEEP/RETIRE) are   *
      *            left untouched; still-PENDING ones are refreshed.  *
      *            Review happens through RBKWEEDA                    *
         88 WS-RECENT-LOAN-FOUND  VALUE 'Y'.
         88 WS-RECENT-LOAN-NONE   VALUE 'N'.

      * And what the per-book in-library use browse found: any use
      * of any of its copies since the same cutoff
       01 WS-RECENT-USE-SW      PIC X VALUE 'N'.
         88 WS-RECENT-USE-FOUND   VALUE 'Y'.
         88 WS-RECENT-USE-NONE    VALUE 'N'.

      * Which (if any) weeding signal this book tripped
       01 WS-CAND-REASON        PIC X(12) VALUE SPACES.

      * - published before the age cutoff and never looked up
      * - a hardcopy never looked up and not borrowed since the
      *   circulation cutoff
      * The two idleness signals both give way to in-library use
      * since the circulation cutoff - the reference copy nobody
      * may borrow is often the one most consulted
       JUDGE-ONE-BOOK.
           MOVE SPACES TO WS-CAND-REASON.

              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.

           IF usageCount OF WS-BOOK = 0 THEN
              PERFORM CHECK-RECENT-INUSE
              IF WS-RECENT-USE-FOUND THEN
                 GO TO JUDGE-ONE-BOOK-EXIT
              END-IF
           END-IF.

           IF usageCount OF WS-BOOK = 0 AND
              publicationDate2 OF WS-BOOK NOT = SPACES AND
              publicationDate2 OF WS-BOOK < WS-AGE-CUTOFF THEN
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * Has any copy of this book been used in the library since the
      * circulation cutoff? The book's run of RBKINUS - every copy,
      * every day - compared on the cutoff's date part
       CHECK-RECENT-INUSE.
           SET WS-RECENT-USE-NONE TO TRUE.
           MOVE formNumber OF WS-BOOK TO WS-INUS-KEY-FORMNUM.
           MOVE 0 TO WS-INUS-KEY-NUM.
           MOVE LOW-VALUES TO WS-INUS-KEY-DATE.

           EXEC CICS STARTBR FILE(WS-INUS-FILE)
                       RIDFLD(WS-INUS-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-INUS-FILE)
                             INTO(WS-INUS-RECORD)
                             RIDFLD(WS-INUS-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-INUS-KEY-FORMNUM NOT = formNumber OF WS-BOOK
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF inusDate OF WS-INUS-RECORD >=
                    WS-LOAN-CUTOFF(1:10) THEN
                    SET WS-RECENT-USE-FOUND TO TRUE
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-INUS-FILE) END-EXEC
           END-IF.

      * File (or refresh) the PENDING proposal for this book. A
      * record the review already decided is left exactly as it is -
      * proposing a book the team just chose to KEEP would turn the
