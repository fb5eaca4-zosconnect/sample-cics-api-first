      *            late hardcopies no longer means eyeballing raw     *
      *            loan records by hand. Each overdue loan also       *
      *            accrues a FINE charge on the borrower's RBKCHRG    *
      *            ledger (days overdue times the borrower category's *
      *            daily rate - WS-FINE-PER-DAY when it sets none -   *
      *            or WS-RECALL-FINE-PER-DAY for a recalled loan),    *
      *            refreshed in place night after night until the     *
      *            book comes back, the charge is settled or the      *
      *            borrower files a returned claim on the loan. ILL   *
      *            traffic ages on the same report: an open RBKILLO   *
      *            shipment or RBKILLI borrowing past its due date    *
      *            gets its own ILLOUT/ILLIN line with the partner    *
         88 WS-FINE-NOT-FOUND     VALUE 'N'.
       01 WS-FINE-KEY-SAVE      PIC X(12).
       01 WS-FINE-NEXT-SEQ      PIC 9(4) VALUE 0.
      * The daily rate this loan is fined at - the borrower
      * category's rate, or the recall rate once a recalled loan has
      * run past its shortened due date
       01 WS-FINE-RATE          PIC 9(3)V9(2) COMP-3 VALUE 0.

      * Whether the loan is overdue once its due date has been
      * rolled to the business-day calendar's effective due date
      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKOVRDU' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                    EXIT PERFORM
                 END-IF

      * An overdue loan is still open (returnDate blank), isn't
      * under a returned claim (fining a copy we're searching our own
      * shelves for is what the claim stops), carries a dueDate
      * (loans written before dueDate existed are left blank and
      * can't be judged), and that dueDate has already passed - the
      * same plain string comparison ?since= uses against
      * lastUpdatedTimestamp
                 IF returnDate OF WS-LOAN-RECORD = SPACES AND
                    NOT WS-LOAN-IS-CLAIMED AND
                    dueDate OF WS-LOAN-RECORD NOT = SPACES AND
                    dueDate OF WS-LOAN-RECORD < WS-NOW-STAMP THEN
      * The raw comparison says late - but a due date written
                WITH POINTER WS-OVERDUE-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-OVERDUE-RECORD)
                         LENGTH(LENGTH OF WS-OVERDUE-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-OVERDUE-TDQ)
                         FROM(WS-OVERDUE-RECORD)
                         LENGTH(LENGTH OF WS-OVERDUE-RECORD)
              GO TO ACCRUE-OVERDUE-FINE-EXIT
           END-IF.

      * The borrower's rate comes from their category through
      * RBKPOLRS (the global rate when it sets none); a recalled loan
      * is fined at the recall rate, or the borrower's own if that
      * is steeper still
           INITIALIZE WS-POLRS-PARM.
           MOVE WS-LOAN-KEY-FORMNUM TO WS-POLRS-FORMNUM.
           MOVE WS-FINE-BORROWER TO WS-POLRS-BORROWER.
           EXEC CICS PUT CONTAINER(WS-POLRS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-POLRS-PARM)
                         FLENGTH(LENGTH OF WS-POLRS-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKPOLRS')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-POLRS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-POLRS-PARM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-POLRS-FINE-RATE TO WS-FINE-RATE
           ELSE
              MOVE WS-FINE-PER-DAY TO WS-FINE-RATE
           END-IF.
           IF loanRecallDate OF WS-LOAN-RECORD NOT = SPACES AND
              WS-RECALL-FINE-PER-DAY > WS-FINE-RATE THEN
              MOVE WS-RECALL-FINE-PER-DAY TO WS-FINE-RATE
           END-IF.

           SET WS-FINE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-FINE-NEXT-SEQ.
           MOVE WS-FINE-BORROWER TO WS-CHARGE-KEY-BORROWER.
                           RESP(WS-RESP)
                 END-EXEC
                 COMPUTE chargeAmount OF WS-CHARGE-RECORD =
                    WS-OVERDUE-DAYS * WS-FINE-RATE
                 EXEC CICS WRITE FILE(WS-CHARGE-FILE)
                           RIDFLD(WS-CHARGE-KEY)
                           FROM(WS-CHARGE-RECORD)
              MOVE WS-LOAN-KEY-FORMNUM TO
                chargeFormNumber OF WS-CHARGE-RECORD
              COMPUTE chargeAmount OF WS-CHARGE-RECORD =
                 WS-OVERDUE-DAYS * WS-FINE-RATE
              MOVE WS-NOW-STAMP(1:25) TO
                chargeDate OF WS-CHARGE-RECORD
              SET WS-CHARGE-IS-UNPAID TO TRUE
                         INTO WS-OVERDUE-RECORD
                         WITH POINTER WS-OVERDUE-PTR
                    END-STRING
                    EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                                  FROM(WS-OVERDUE-RECORD)
                                  LENGTH(LENGTH OF WS-OVERDUE-RECORD)
                                  NOHANDLE
                    END-EXEC
                    EXEC CICS WRITEQ TD QUEUE(WS-OVERDUE-TDQ)
                                  FROM(WS-OVERDUE-RECORD)
                                  LENGTH(LENGTH OF WS-OVERDUE-RECORD)
                         INTO WS-OVERDUE-RECORD
                         WITH POINTER WS-OVERDUE-PTR
                    END-STRING
                    EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                                  FROM(WS-OVERDUE-RECORD)
                                  LENGTH(LENGTH OF WS-OVERDUE-RECORD)
                                  NOHANDLE
                    END-EXEC
                    EXEC CICS WRITEQ TD QUEUE(WS-OVERDUE-TDQ)
                                  FROM(WS-OVERDUE-RECORD)
                                  LENGTH(LENGTH OF WS-OVERDUE-RECORD)
