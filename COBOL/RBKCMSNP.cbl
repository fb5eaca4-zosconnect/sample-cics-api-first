      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKCMSNP' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                INTO WS-CMSNP-RECORD
                WITH POINTER WS-CMSNP-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-CMSNP-RECORD)
                         LENGTH(LENGTH OF WS-CMSNP-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-CMSNP-TDQ)
                         FROM(WS-CMSNP-RECORD)
                         LENGTH(LENGTH OF WS-CMSNP-RECORD)
