      *            RBKORDER order dated this year against it (open    *
      *            orders as commitment, received ones as spend,      *
      *            each converted through RBKRATE off its book's      *
      *            currency, plus whatever commitment RBKYREND        *
      *            carried into the line from last year - the same    *
      *            counting RBKORDOP's place-time check does),        *
      *            WRITEQing one line per budget line (topic,         *
      *            budget, committed, remaining) to the               *
      *            WS-BUDGRPT-TDQ transient data queue - the monthly  *
      *            statement finance used to reconstruct by hand      *
      *****************************************************************
      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKBUDRP' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.

      * Tally this year's orders against the current line: every
      * order dated in the year counts towards the *TOTAL* line, and
      * towards a topic line when its book's topic2 matches. Orders
      * from earlier years that were still open at the last close
      * are in the line's carry-in rather than in the walk
       TALLY-LINE-USAGE.
           MOVE budgetCarryIn OF WS-BUDGET-RECORD TO WS-RPT-USED.
           MOVE LOW-VALUES TO WS-ORDER-KEY.

           EXEC CICS STARTBR FILE(WS-ORDER-FILE)
                WITH POINTER WS-BUDGRPT-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-BUDGRPT-RECORD)
                         LENGTH(LENGTH OF WS-BUDGRPT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-BUDGRPT-TDQ)
                         FROM(WS-BUDGRPT-RECORD)
                         LENGTH(LENGTH OF WS-BUDGRPT-RECORD)
