      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKDQSCN' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                   WITH POINTER WS-DQRPT-PTR
              END-STRING
           END-IF.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-DQRPT-RECORD)
                         LENGTH(LENGTH OF WS-DQRPT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-DQRPT-TDQ)
                         FROM(WS-DQRPT-RECORD)
                         LENGTH(LENGTH OF WS-DQRPT-RECORD)
                   WITH POINTER WS-DQRPT-PTR
              END-STRING
           END-IF.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-DQRPT-RECORD)
                         LENGTH(LENGTH OF WS-DQRPT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-DQRPT-TDQ)
                         FROM(WS-DQRPT-RECORD)
                         LENGTH(LENGTH OF WS-DQRPT-RECORD)
