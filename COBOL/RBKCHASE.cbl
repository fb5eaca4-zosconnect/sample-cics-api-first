      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKCHASE' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
           END-PERFORM.

       WRITE-CHASE-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-CHASE-RECORD)
                         LENGTH(LENGTH OF WS-CHASE-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-CHASE-TDQ)
                         FROM(WS-CHASE-RECORD)
                         LENGTH(LENGTH OF WS-CHASE-RECORD)
