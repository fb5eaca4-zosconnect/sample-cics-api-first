      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKCHGBK' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                WITH POINTER WS-CHGBK-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-CHGBK-RECORD)
                         LENGTH(LENGTH OF WS-CHGBK-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-CHGBK-TDQ)
                         FROM(WS-CHGBK-RECORD)
                         LENGTH(LENGTH OF WS-CHGBK-RECORD)
