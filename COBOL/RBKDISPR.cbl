      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKDISPR' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                INTO WS-DISPRPT-RECORD
                WITH POINTER WS-DISPRPT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-DISPRPT-RECORD)
                         LENGTH(LENGTH OF WS-DISPRPT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-DISPRPT-TDQ)
                         FROM(WS-DISPRPT-RECORD)
                         LENGTH(LENGTH OF WS-DISPRPT-RECORD)
                INTO WS-DISPRPT-RECORD
                WITH POINTER WS-DISPRPT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-DISPRPT-RECORD)
                         LENGTH(LENGTH OF WS-DISPRPT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-DISPRPT-TDQ)
                         FROM(WS-DISPRPT-RECORD)
                         LENGTH(LENGTH OF WS-DISPRPT-RECORD)
                INTO WS-DISPRPT-RECORD
                WITH POINTER WS-DISPRPT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-DISPRPT-RECORD)
                         LENGTH(LENGTH OF WS-DISPRPT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-DISPRPT-TDQ)
                         FROM(WS-DISPRPT-RECORD)
                         LENGTH(LENGTH OF WS-DISPRPT-RECORD)
