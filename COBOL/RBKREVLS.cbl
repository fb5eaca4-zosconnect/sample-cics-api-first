      * RBKREVLS - Implement the getReviews operation: return one     *
      *            book's staff reviews in the order they were        *
      *            posted, the same generic-key browse every other    *
      *            per-book companion file uses. Each reviewer shows  *
      *            once, by their latest review, and a review a       *
      *            moderator has hidden is left out                   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKREVLS.
              GO TO EXIT-PROGRAM
           END-IF.

      * Work out each reviewer's latest review first
           PERFORM COLLAPSE-REVIEWS.

      * Gather the book's reviews in posted (= sequence) order,
      * keeping only the latest shown one per reviewer
           MOVE formNumber OF requestPathParameters TO
             WS-REVIEW-KEY-FORMNUM.
           MOVE 0 TO WS-REVIEW-KEY-SEQ.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 MOVE SPACES TO reviewHidden OF WS-REVIEW-RECORD
                 EXEC CICS READNEXT FILE(WS-REVIEW-FILE)
                             INTO(WS-REVIEW-RECORD)
                             RIDFLD(WS-REVIEW-KEY)
                    formNumber OF requestPathParameters THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM VARYING WS-REVC-I FROM 1 BY 1
                           UNTIL WS-REVC-I > WS-REVC-COUNT
                    IF WS-REVC-REVIEWER(WS-REVC-I) =
                       reviewer OF WS-REVIEW-RECORD THEN
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF WS-REVC-I <= WS-REVC-COUNT AND
                    WS-REVC-LATEST-SEQ(WS-REVC-I) = WS-REVIEW-KEY-SEQ
                    AND NOT WS-REVIEW-IS-HIDDEN THEN
                    ADD 1 TO WS-REVIEW-COUNT
                    EXEC CICS PUT CONTAINER(WS-REVLST-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-REVIEW-RECORD)
                               FLENGTH(LENGTH OF WS-REVIEW-RECORD)
                               BIT
                               APPEND
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REVIEW-FILE) END-EXEC
           END-IF.
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * One pass over the book's reviews in sequence order: each
      * reviewer's entry ends up holding their latest review's
      * sequence, rating and hidden flag (the same collapse RBKREVRC
      * averages over)
       COLLAPSE-REVIEWS.
           MOVE 0 TO WS-REVC-COUNT.
           MOVE formNumber OF requestPathParameters TO
             WS-REVIEW-KEY-FORMNUM.
           MOVE 0 TO WS-REVIEW-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-REVIEW-FILE)
                       RIDFLD(WS-REVIEW-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 MOVE SPACES TO reviewHidden OF WS-REVIEW-RECORD
                 EXEC CICS READNEXT FILE(WS-REVIEW-FILE)
                             INTO(WS-REVIEW-RECORD)
                             RIDFLD(WS-REVIEW-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-REVIEW-KEY-FORMNUM NOT =
                    formNumber OF requestPathParameters THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM VARYING WS-REVC-I FROM 1 BY 1
                           UNTIL WS-REVC-I > WS-REVC-COUNT
                    IF WS-REVC-REVIEWER(WS-REVC-I) =
                       reviewer OF WS-REVIEW-RECORD THEN
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF WS-REVC-I > WS-REVC-COUNT AND
                    WS-REVC-COUNT < 200 THEN
                    ADD 1 TO WS-REVC-COUNT
                    MOVE reviewer OF WS-REVIEW-RECORD TO
                      WS-REVC-REVIEWER(WS-REVC-I)
                 END-IF
                 IF WS-REVC-I <= WS-REVC-COUNT THEN
                    MOVE WS-REVIEW-KEY-SEQ TO
                      WS-REVC-LATEST-SEQ(WS-REVC-I)
                    MOVE reviewRating OF WS-REVIEW-RECORD TO
                      WS-REVC-RATING(WS-REVC-I)
                    MOVE reviewHidden OF WS-REVIEW-RECORD TO
                      WS-REVC-HIDDEN(WS-REVC-I)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REVIEW-FILE) END-EXEC
           END-IF.
