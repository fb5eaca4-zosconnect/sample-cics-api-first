           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-RESERVE-RECORD
                 EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                             INTO(WS-RESERVE-RECORD)
                             RIDFLD(WS-RESERVE-KEY)
           END-IF.

      * The reviews: the rating and comment are the data, the
      * reviewer id is the person - pseudonymized like the rest, as
      * are the ids of whoever last reported or moderated it
       SCRUB-REVIEWS.
           MOVE LOW-VALUES TO WS-REVIEW-KEY.
           EXEC CICS STARTBR FILE(WS-REVIEW-FILE)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-REVIEW-RECORD
                 EXEC CICS READNEXT FILE(WS-REVIEW-FILE)
                             INTO(WS-REVIEW-RECORD)
                             RIDFLD(WS-REVIEW-KEY)
                    MOVE WS-PSEUD-OUT TO
                      reviewer OF WS-REVIEW-RECORD
                 END-IF
                 IF reviewLastReportedBy OF WS-REVIEW-RECORD NOT =
                    SPACES THEN
                    MOVE reviewLastReportedBy OF WS-REVIEW-RECORD TO
                      WS-PSEUD-IN
                    PERFORM RESOLVE-PSEUDONYM
                    MOVE WS-PSEUD-OUT TO
                      reviewLastReportedBy OF WS-REVIEW-RECORD
                 END-IF
                 IF reviewModeratedBy OF WS-REVIEW-RECORD NOT =
                    SPACES THEN
                    MOVE reviewModeratedBy OF WS-REVIEW-RECORD TO
                      WS-PSEUD-IN
                    PERFORM RESOLVE-PSEUDONYM
                    MOVE WS-PSEUD-OUT TO
                      reviewModeratedBy OF WS-REVIEW-RECORD
                 END-IF
                 EXEC CICS WRITE FILE(WS-TSTREVW-FILE)
                           RIDFLD(WS-REVIEW-KEY)
                           FROM(WS-REVIEW-RECORD)
