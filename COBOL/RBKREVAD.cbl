      * RBKREVAD - Implement the postReview operation: file one staff *
      *            member's 1-5 rating and short comment against a    *
      *            book (reviewer captured from the CICS userid the   *
      *            way RBKWBOOK captures createdBy), then have        *
      *            RBKREVRC restate the book's averageRating/         *
      *            reviewCount so every read path returns the new     *
      *            figure without re-walking the review file. A       *
      *            reviewer posting again supersedes their earlier    *
      *            review of the book - only the latest counts        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKREVAD.
       COPY RBKWSTOR.

       01 WS-REVIEW-NEXT-SEQ    PIC 9(4) VALUE 0.

       01 WS-USERID             PIC X(8).

                         NOHANDLE
           END-EXEC.

      * Find the next review sequence
           MOVE formNumber OF requestPathParameters TO
             WS-REVIEW-KEY-FORMNUM.
           MOVE 0 TO WS-REVIEW-KEY-SEQ.
           MOVE 0 TO WS-REVIEW-NEXT-SEQ.

           EXEC CICS STARTBR FILE(WS-REVIEW-FILE)
                       RIDFLD(WS-REVIEW-KEY)
                    EXIT PERFORM
                 END-IF
                 MOVE WS-REVIEW-KEY-SEQ TO WS-REVIEW-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REVIEW-FILE) END-EXEC
           END-IF.
           END-IF.
           MOVE WS-NOW-STAMP(1:25) TO
             reviewDate OF WS-REVIEW-RECORD.
           SET WS-REVIEW-IS-SHOWN TO TRUE.

           ADD 1 TO WS-REVIEW-NEXT-SEQ.
           MOVE formNumber OF requestPathParameters TO
                       RESP(WS-RESP)
           END-EXEC.

      * Restate the book's average and count - the lock is still
      * held - and pick the restated record back up for the echo
           MOVE formNumber OF requestPathParameters TO
             WS-REVRC-FORMNUM.
           EXEC CICS PUT CONTAINER(WS-REVRC-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-REVRC-FORMNUM)
                         FLENGTH(LENGTH OF WS-REVRC-FORMNUM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKREVRC')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(formNumber OF requestPathParameters)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.

      * Echo the freshly-rated book back, the way addFavorite does
