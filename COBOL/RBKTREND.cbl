      *****************************************************************

      *****************************************************************
      * RBKTREND - Composite trending analytics across the four       *
      *            popularity signals: usageCount off the catalog     *
      *            record, watch counts off RBKFAV, circulation off   *
      *            RBKLOAN and in-library use off RBKINUS, both with  *
      *            recency weighting (a loan or use this quarter      *
      *            counts three, this year two, ever one).            *
      *            WRITEQs the ranked list to WS-TREND-TDQ            *
      *            ("RANK,n,formNumber,title,score,RISING/steady"),   *
      *            flagging titles whose score jumped since the       *
      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKTREND' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

      * Ensure we're the only task accessing the catalog - four
      * whole files are walked, so the whole-catalog lock applies
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * Signal four: in-library use, weighted the same way per use -
      * a reference copy consulted every day is as alive as one on
      * loan every week. The day's record carries a date, not a
      * stamp, so it is weighed against the cutoffs' date part.
           MOVE LOW-VALUES TO WS-INUS-KEY.

           EXEC CICS STARTBR FILE(WS-INUS-FILE)
                       RIDFLD(WS-INUS-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-INUS-FILE)
                             INTO(WS-INUS-RECORD)
                             RIDFLD(WS-INUS-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM VARYING WS-TRND-I FROM 1 BY 1
                           UNTIL WS-TRND-I > WS-TRND-COUNT
                    IF WS-TRND-FORMNUM(WS-TRND-I) =
                       WS-INUS-KEY-FORMNUM THEN
                       EVALUATE TRUE
                          WHEN inusDate OF WS-INUS-RECORD >=
                               WS-QTR-STAMP(1:10)
                             COMPUTE WS-TRND-SCORE(WS-TRND-I) =
                                WS-TRND-SCORE(WS-TRND-I) +
                                3 * inusCount OF WS-INUS-RECORD
                          WHEN inusDate OF WS-INUS-RECORD >=
                               WS-YEAR-STAMP(1:10)
                             COMPUTE WS-TRND-SCORE(WS-TRND-I) =
                                WS-TRND-SCORE(WS-TRND-I) +
                                2 * inusCount OF WS-INUS-RECORD
                          WHEN OTHER
                             ADD inusCount OF WS-INUS-RECORD TO
                               WS-TRND-SCORE(WS-TRND-I)
                       END-EVALUATE
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-INUS-FILE) END-EXEC
           END-IF.

      * Rank: a simple insertion sort, descending on score
           PERFORM VARYING WS-TRND-I FROM 2 BY 1
                     UNTIL WS-TRND-I > WS-TRND-COUNT
              END-STRING
           END-IF.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-TREND-RECORD)
                         LENGTH(LENGTH OF WS-TREND-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-TREND-TDQ)
                         FROM(WS-TREND-RECORD)
                         LENGTH(LENGTH OF WS-TREND-RECORD)
