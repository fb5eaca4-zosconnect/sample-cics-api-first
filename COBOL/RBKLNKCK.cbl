      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKLNKCK' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                INTO WS-LINKROT-RECORD
                WITH POINTER WS-LINKROT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-LINKROT-RECORD)
                         LENGTH(LENGTH OF WS-LINKROT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-LINKROT-TDQ)
                         FROM(WS-LINKROT-RECORD)
                         LENGTH(LENGTH OF WS-LINKROT-RECORD)
                INTO WS-LINKROT-RECORD
                WITH POINTER WS-LINKROT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-LINKROT-RECORD)
                         LENGTH(LENGTH OF WS-LINKROT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-LINKROT-TDQ)
                         FROM(WS-LINKROT-RECORD)
                         LENGTH(LENGTH OF WS-LINKROT-RECORD)
