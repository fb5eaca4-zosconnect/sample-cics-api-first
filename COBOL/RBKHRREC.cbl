      *****************************************************************
      * Copyright IBM Corp. 2023
      *
      * Licensed under the Apache License, Version 2.0 (the "License");
      * you may not use this file except in compliance with the License.
      * You may obtain a copy of the License at
      *
      *     http://www.apache.org/licenses/LICENSE-2.0
      *
      * Unless required by applicable law or agreed to in writing
      * , software distributed under the License is distributed on an
      * "AS IS" BASIS, WITHOUT WARRANTIES OR CONDITIONS OF ANY KIND,
      * either express or implied. See the License for the specific
      * language governing permissions and limitations under the
      * License.
      *****************************************************************

      *****************************************************************
      * RBKHRREC - Nightly reconcile of the borrower register against *
      *            the HR extract (RBKHRX). A mover's department and  *
      *            contact are brought up to date on RBKBRWR; a       *
      *            leaver is flagged (and a re-hire restored), so     *
      *            RBKCHKOP stops lending to them. Then every leaver  *
      *            still holding something of ours - an open loan, a  *
      *            READY hold, a live digital grant or an OPEN charge *
      *            balance - is WRITEQd to the WS-HREXC-TDQ exception *
      *            report for the loan desk to chase. People HR lists *
      *            who were never registered are skipped - the        *
      *            register only holds those who have borrowed        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKHRREC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-HR-MOVERS          PIC S9(8) COMP-5 VALUE 0.
       01 WS-HR-LEAVERS         PIC S9(8) COMP-5 VALUE 0.
       01 WS-HR-EXCEPTIONS      PIC S9(8) COMP-5 VALUE 0.

       01 WS-HR-CHANGED-SW      PIC X VALUE 'N'.
         88 WS-HR-CHANGED         VALUE 'Y'.
         88 WS-HR-UNCHANGED       VALUE 'N'.

      * One exception line's variable parts
       01 WS-HREXC-BORROWER     PIC X(8).
       01 WS-HREXC-CHECK        PIC X(13).
       01 WS-HREXC-FORMNUM      PIC X(12).
       01 WS-HREXC-DETAIL       PIC X(40).

      * A leaver's OPEN balance, summed off their ledger
       01 WS-HR-BALANCE         PIC 9(7)V9(2) COMP-3 VALUE 0.
       01 WS-HR-BALANCE-EDIT    PIC Z(6)9.99.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKHRREC' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.

      * Walk the HR extract, reconciling each registered person
           MOVE LOW-VALUES TO WS-HRX-KEY.

           EXEC CICS STARTBR FILE(WS-HRX-FILE)
                       RIDFLD(WS-HRX-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-HRX-FILE)
                             INTO(WS-HRX-RECORD)
                             RIDFLD(WS-HRX-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM RECONCILE-ONE-PERSON
                    THRU RECONCILE-ONE-PERSON-EXIT
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-HRX-FILE) END-EXEC
           END-IF.

      * Then the exception report - every leaver on the register,
      * not just tonight's, until they have nothing left to chase
           PERFORM REPORT-LEAVER-LOANS.
           PERFORM REPORT-LEAVER-HOLDS.
           PERFORM REPORT-LEAVER-GRANTS.
           PERFORM REPORT-LEAVER-CHARGES.

      * Report the counts
           EXEC CICS PUT CONTAINER(WS-NUMHRMV-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-HR-MOVERS)
                         FLENGTH(LENGTH OF WS-HR-MOVERS)
                         BIT
           END-EXEC.
           EXEC CICS PUT CONTAINER(WS-NUMHRLV-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-HR-LEAVERS)
                         FLENGTH(LENGTH OF WS-HR-LEAVERS)
                         BIT
           END-EXEC.
           EXEC CICS PUT CONTAINER(WS-NUMHREX-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-HR-EXCEPTIONS)
                         FLENGTH(LENGTH OF WS-HR-EXCEPTIONS)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-HR-EXCEPTIONS TO WS-JOBRUN-REQ-RECORDS.
           MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-JOBRUN-REQUEST)
                         FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWJOBR')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      * Bring one registered person's record into line with HR: the
      * department and contact always follow HR (blank HR fields
      * leave ours alone), and the standing follows HR's status.
      * The record is only rewritten when something changed
       RECONCILE-ONE-PERSON.
           MOVE hrBorrowerId OF WS-HRX-RECORD TO WS-BORROWER-KEY.
           EXEC CICS READ FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     INTO(WS-BORROWER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO RECONCILE-ONE-PERSON-EXIT
           END-IF.

           SET WS-HR-UNCHANGED TO TRUE.
           IF hrDept OF WS-HRX-RECORD NOT = SPACES AND
              hrDept OF WS-HRX-RECORD NOT =
                 borrowerDept OF WS-BORROWER-RECORD THEN
              MOVE hrDept OF WS-HRX-RECORD TO
                borrowerDept OF WS-BORROWER-RECORD
              SET WS-HR-CHANGED TO TRUE
           END-IF.
           IF hrContact OF WS-HRX-RECORD NOT = SPACES AND
              hrContact OF WS-HRX-RECORD NOT =
                 borrowerContact OF WS-BORROWER-RECORD THEN
              MOVE hrContact OF WS-HRX-RECORD TO
                borrowerContact OF WS-BORROWER-RECORD
              SET WS-HR-CHANGED TO TRUE
           END-IF.
           IF WS-HR-CHANGED THEN
              ADD 1 TO WS-HR-MOVERS
           END-IF.

           EVALUATE TRUE
              WHEN WS-HR-IS-LEAVER AND NOT WS-BORR-IS-LEAVER
                 SET WS-BORR-IS-LEAVER TO TRUE
                 MOVE hrLeaveDate OF WS-HRX-RECORD TO
                   borrowerLeftDate OF WS-BORROWER-RECORD
                 IF borrowerLeftDate OF WS-BORROWER-RECORD = SPACES
                 THEN
                    MOVE WS-NOW-DATE TO
                      borrowerLeftDate OF WS-BORROWER-RECORD
                 END-IF
                 ADD 1 TO WS-HR-LEAVERS
                 SET WS-HR-CHANGED TO TRUE
              WHEN WS-HR-IS-ACTIVE AND WS-BORR-IS-LEAVER
      * Re-hired - back in good standing
                 MOVE 'A' TO borrowerStatus OF WS-BORROWER-RECORD
                 MOVE SPACES TO borrowerLeftDate OF WS-BORROWER-RECORD
                 SET WS-HR-CHANGED TO TRUE
           END-EVALUATE.

           IF WS-HR-UNCHANGED THEN
              GO TO RECONCILE-ONE-PERSON-EXIT
           END-IF.

           EXEC CICS DELETE FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     FROM(WS-BORROWER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       RECONCILE-ONE-PERSON-EXIT.
           EXIT.

      * Every open loan whose borrower is a leaver
       REPORT-LEAVER-LOANS.
           MOVE LOW-VALUES TO WS-LOAN-KEY.
           EXEC CICS STARTBR FILE(WS-LOAN-FILE)
                       RIDFLD(WS-LOAN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LOAN-FILE)
                             INTO(WS-LOAN-RECORD)
                             RIDFLD(WS-LOAN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF returnDate OF WS-LOAN-RECORD = SPACES THEN
                    MOVE borrower OF WS-LOAN-RECORD(1:8) TO
                      WS-HREXC-BORROWER
                    PERFORM CHECK-IS-LEAVER
                    IF WS-RESP = DFHRESP(NORMAL) AND
                       WS-BORR-IS-LEAVER THEN
                       MOVE 'LEAVER-LOAN' TO WS-HREXC-CHECK
                       MOVE WS-LOAN-KEY-FORMNUM TO WS-HREXC-FORMNUM
                       MOVE SPACES TO WS-HREXC-DETAIL
                       STRING "due " DELIMITED BY SIZE
                              dueDate OF WS-LOAN-RECORD(1:10)
                                DELIMITED BY SIZE
                              INTO WS-HREXC-DETAIL
                       PERFORM WRITE-HREXC-LINE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * Every READY hold a leaver has a copy set aside on - the copy
      * is better released to the next in the queue
       REPORT-LEAVER-HOLDS.
           MOVE LOW-VALUES TO WS-RESERVE-KEY.
           EXEC CICS STARTBR FILE(WS-RESERVE-FILE)
                       RIDFLD(WS-RESERVE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                             INTO(WS-RESERVE-RECORD)
                             RIDFLD(WS-RESERVE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-HOLD-IS-READY THEN
                    MOVE requester OF WS-RESERVE-RECORD(1:8) TO
                      WS-HREXC-BORROWER
                    PERFORM CHECK-IS-LEAVER
                    IF WS-RESP = DFHRESP(NORMAL) AND
                       WS-BORR-IS-LEAVER THEN
                       MOVE 'LEAVER-HOLD' TO WS-HREXC-CHECK
                       MOVE WS-RESERVE-KEY-FORMNUM TO
                         WS-HREXC-FORMNUM
                       MOVE SPACES TO WS-HREXC-DETAIL
                       STRING "pickup by " DELIMITED BY SIZE
                              holdPickupBy OF WS-RESERVE-RECORD(1:10)
                                DELIMITED BY SIZE
                              INTO WS-HREXC-DETAIL
                       PERFORM WRITE-HREXC-LINE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.

      * Every digital grant a leaver still holds live - not revoked
      * and not yet expired
       REPORT-LEAVER-GRANTS.
           MOVE LOW-VALUES TO WS-GRANT-KEY.
           EXEC CICS STARTBR FILE(WS-GRANT-FILE)
                       RIDFLD(WS-GRANT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-GRANT-FILE)
                             INTO(WS-GRANT-RECORD)
                             RIDFLD(WS-GRANT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF grantRevoked OF WS-GRANT-RECORD = SPACES AND
                    grantExpires OF WS-GRANT-RECORD(1:19) >
                       WS-NOW-STAMP(1:19) THEN
                    MOVE grantBorrower OF WS-GRANT-RECORD TO
                      WS-HREXC-BORROWER
                    PERFORM CHECK-IS-LEAVER
                    IF WS-RESP = DFHRESP(NORMAL) AND
                       WS-BORR-IS-LEAVER THEN
                       MOVE 'LEAVER-GRANT' TO WS-HREXC-CHECK
                       MOVE WS-GRANT-KEY-FORMNUM TO WS-HREXC-FORMNUM
                       MOVE SPACES TO WS-HREXC-DETAIL
                       STRING "expires " DELIMITED BY SIZE
                              grantExpires OF WS-GRANT-RECORD(1:10)
                                DELIMITED BY SIZE
                              INTO WS-HREXC-DETAIL
                       PERFORM WRITE-HREXC-LINE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRANT-FILE) END-EXEC
           END-IF.

      * Every leaver on the register with an OPEN balance - the
      * register is walked for leavers and each one's ledger summed
       REPORT-LEAVER-CHARGES.
           MOVE LOW-VALUES TO WS-BORROWER-KEY.
           EXEC CICS STARTBR FILE(WS-BORROWER-FILE)
                       RIDFLD(WS-BORROWER-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-BORROWER-FILE)
                             INTO(WS-BORROWER-RECORD)
                             RIDFLD(WS-BORROWER-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-BORR-IS-LEAVER THEN
                    PERFORM SUM-LEAVER-BALANCE
                    IF WS-HR-BALANCE > 0 THEN
                       MOVE borrowerId OF WS-BORROWER-RECORD TO
                         WS-HREXC-BORROWER
                       MOVE 'LEAVER-CHARGE' TO WS-HREXC-CHECK
                       MOVE SPACES TO WS-HREXC-FORMNUM
                       MOVE WS-HR-BALANCE TO WS-HR-BALANCE-EDIT
                       MOVE SPACES TO WS-HREXC-DETAIL
                       STRING "open balance " DELIMITED BY SIZE
                              WS-HR-BALANCE-EDIT DELIMITED BY SIZE
                              INTO WS-HREXC-DETAIL
                       PERFORM WRITE-HREXC-LINE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-BORROWER-FILE) END-EXEC
           END-IF.

      * Add up the OPEN charges on the current borrower's ledger - a
      * generic browse on the id, the way RBKCHKOP reckons its block
       SUM-LEAVER-BALANCE.
           MOVE 0 TO WS-HR-BALANCE.
           MOVE borrowerId OF WS-BORROWER-RECORD TO
             WS-CHARGE-KEY-BORROWER.
           MOVE 0 TO WS-CHARGE-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-CHARGE-FILE)
                       RIDFLD(WS-CHARGE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CHARGE-FILE)
                             INTO(WS-CHARGE-RECORD)
                             RIDFLD(WS-CHARGE-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CHARGE-KEY-BORROWER NOT =
                    borrowerId OF WS-BORROWER-RECORD THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CHARGE-IS-UNPAID THEN
                    ADD chargeAmount OF WS-CHARGE-RECORD TO
                      WS-HR-BALANCE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.

      * Look up WS-HREXC-BORROWER on the register - WS-RESP says
      * whether they are on it, the record whether they have left
       CHECK-IS-LEAVER.
           MOVE WS-HREXC-BORROWER TO WS-BORROWER-KEY.
           EXEC CICS READ FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     INTO(WS-BORROWER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * Build and queue one exception line
       WRITE-HREXC-LINE.
           MOVE SPACES TO WS-HREXC-RECORD.
           MOVE 1 TO WS-HREXC-PTR.
           STRING WS-HREXC-BORROWER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-HREXC-CHECK DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-HREXC-FORMNUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  borrowerLeftDate OF WS-BORROWER-RECORD
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-HREXC-DETAIL DELIMITED BY SIZE
                INTO WS-HREXC-RECORD
                WITH POINTER WS-HREXC-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-HREXC-RECORD)
                         LENGTH(LENGTH OF WS-HREXC-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-HREXC-TDQ)
                         FROM(WS-HREXC-RECORD)
                         LENGTH(LENGTH OF WS-HREXC-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-HR-EXCEPTIONS.
