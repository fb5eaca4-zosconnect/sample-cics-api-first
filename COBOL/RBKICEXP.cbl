      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKICEXP' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.

           MOVE WS-NOW-DATE TO WS-ICEXP-HDR-DATE.
           MOVE WS-RUN-MODE TO WS-ICEXP-HDR-TYPE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-ICEXP-HEADER)
                         LENGTH(LENGTH OF WS-ICEXP-HEADER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-ICEXP-TDQ)
                         FROM(WS-ICEXP-HEADER)
                         LENGTH(LENGTH OF WS-ICEXP-HEADER)
           END-IF.

           MOVE WS-DETAIL-COUNT TO WS-ICEXP-TRL-COUNT.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-ICEXP-TRAILER)
                         LENGTH(LENGTH OF WS-ICEXP-TRAILER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-ICEXP-TDQ)
                         FROM(WS-ICEXP-TRAILER)
                         LENGTH(LENGTH OF WS-ICEXP-TRAILER)
           MOVE language OF WS-BOOK TO WS-ICEXP-LANGUAGE.
           MOVE Xtitle OF Redbook OF WS-BOOK TO WS-ICEXP-TITLE.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-ICEXP-RECORD)
                         LENGTH(LENGTH OF WS-ICEXP-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-ICEXP-TDQ)
                         FROM(WS-ICEXP-RECORD)
                         LENGTH(LENGTH OF WS-ICEXP-RECORD)
