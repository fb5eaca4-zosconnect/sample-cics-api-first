      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKDREPL' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
             WS-LOAN-REQ-ACTION.
           MOVE deferBorrower OF WS-DEFER-RECORD TO
             WS-LOAN-REQ-BORROWER.
      * A capture filed before the grade was carried has no grade
           MOVE deferCondition OF WS-DEFER-RECORD TO
             WS-LOAN-REQ-CONDITION.
           IF NOT WS-LOAN-COND-VALID THEN
              MOVE SPACES TO WS-LOAN-REQ-CONDITION
           END-IF.
      * ... nor, before group accounts, a delegate
           MOVE deferDelegate OF WS-DEFER-RECORD TO
             WS-LOAN-REQ-DELEGATE.
           IF WS-LOAN-REQ-DELEGATE = LOW-VALUES THEN
              MOVE SPACES TO WS-LOAN-REQ-DELEGATE
           END-IF.

           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                   WITH POINTER WS-DREPL-PTR
              END-STRING
           END-IF.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-DREPL-RECORD)
                         LENGTH(LENGTH OF WS-DREPL-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-DREPL-TDQ)
                         FROM(WS-DREPL-RECORD)
                         LENGTH(LENGTH OF WS-DREPL-RECORD)
