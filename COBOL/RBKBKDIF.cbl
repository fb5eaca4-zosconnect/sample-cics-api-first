      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKBKDIF' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
           END-IF.

       WRITE-REPORT-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-BKDIF-RECORD)
                         LENGTH(LENGTH OF WS-BKDIF-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-BKDIF-TDQ)
                         FROM(WS-BKDIF-RECORD)
                         LENGTH(LENGTH OF WS-BKDIF-RECORD)
