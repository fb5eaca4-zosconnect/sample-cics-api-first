      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKSTRPT' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                INTO WS-STATS-REPORT-REC
                WITH POINTER WS-STATS-REPORT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-STATS-REPORT-REC)
                         LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-STATS-REPORT-TDQ)
                         FROM(WS-STATS-REPORT-REC)
                         LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                INTO WS-STATS-REPORT-REC
                WITH POINTER WS-STATS-REPORT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-STATS-REPORT-REC)
                         LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-STATS-REPORT-TDQ)
                         FROM(WS-STATS-REPORT-REC)
                         LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                INTO WS-STATS-REPORT-REC
                WITH POINTER WS-STATS-REPORT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-STATS-REPORT-REC)
                         LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-STATS-REPORT-TDQ)
                         FROM(WS-STATS-REPORT-REC)
                         LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                INTO WS-STATS-REPORT-REC
                WITH POINTER WS-STATS-REPORT-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-STATS-REPORT-REC)
                         LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-STATS-REPORT-TDQ)
                         FROM(WS-STATS-REPORT-REC)
                         LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                      INTO WS-STATS-REPORT-REC
                      WITH POINTER WS-STATS-REPORT-PTR
                 END-STRING
                 EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                               FROM(WS-STATS-REPORT-REC)
                               LENGTH(LENGTH OF WS-STATS-REPORT-REC)
                               NOHANDLE
                 END-EXEC
                 EXEC CICS WRITEQ TD QUEUE(WS-STATS-REPORT-TDQ)
                               FROM(WS-STATS-REPORT-REC)
                               LENGTH(LENGTH OF WS-STATS-REPORT-REC)
