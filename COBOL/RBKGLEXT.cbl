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
      * RBKGLEXT - Nightly general-ledger posting extract. Turns      *
      *            every money event not yet posted into a balanced   *
      *            two-line journal (debit and credit under the       *
      *            RBKGLMAP accounts and cost centre) on the          *
      *            WS-GLEXT-TDQ queue, between an HDR record and a    *
      *            TRL record carrying the control totals (see the    *
      *            layout in RBKWSTOR): charges assessed (the growth  *
      *            since last night for an accruing FINE), paid,      *
      *            waived, reversed or refunded (RBKCHRG); disposals  *
      *            written off (RBKDISP); orders received in          *
      *            (RBKORDER); invoice lines CLEARED by the matcher   *
      *            (RBKINV). Each source record is stamped posted     *
      *            once its journal is out, so nothing is posted      *
      *            twice                                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKGLEXT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The accounts in force tonight, one per event - the shipped
      * defaults with any RBKGLMAP record laid over them
       01 WS-GLA-TABLE.
         03 WS-GLA-ENTRY OCCURS 8 TIMES.
           05 WS-GLA-EVENT        PIC X(8).
           05 WS-GLA-DEBIT        PIC X(8).
           05 WS-GLA-CREDIT       PIC X(8).
           05 WS-GLA-CC           PIC X(6).
       01 WS-GLA-I              PIC S9(4) COMP-5.
       01 WS-GLA-FOUND-AT       PIC S9(4) COMP-5.

      * One journal to post - a negative amount (a charge reduced
      * after it was journalled) posts as the reversing entry
       01 WS-POST-EVENT         PIC X(8).
       01 WS-POST-AMOUNT        PIC S9(9)V9(2) COMP-3.
       01 WS-POST-SOURCE        PIC X(8).
       01 WS-POST-REFERENCE     PIC X(24).
       01 WS-POST-DEBIT         PIC X(8).
       01 WS-POST-CREDIT        PIC X(8).
       01 WS-POST-SWAP          PIC X(8).

       01 WS-JOURNAL-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-LINE-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-DEBIT-TOTAL        PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-CREDIT-TOTAL       PIC 9(11)V9(2) COMP-3 VALUE 0.

      * Source records posted by one browse, stamped once the browse
      * has ended - 500 is the usual fixed cap; the rest post on a
      * later night
       01 WS-PK-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-PK-IX              PIC S9(4) COMP-5 VALUE 0.
       01 WS-PK-TABLE.
         03 WS-PK-ENTRY OCCURS 500 TIMES.
           05 WS-PK-KEY           PIC X(24).
           05 WS-PK-ASSESSED      PIC 9(7)V9(2) COMP-3.
           05 WS-PK-SETTLED       PIC X.

       01 WS-CHRG-DELTA         PIC S9(9)V9(2) COMP-3.
       01 WS-SETTLE-SW          PIC X VALUE 'N'.
         88 WS-SETTLE-DUE         VALUE 'Y'.
         88 WS-SETTLE-NOT-DUE     VALUE 'N'.
       01 WS-REFUND-SW          PIC X VALUE 'N'.
         88 WS-REFUND-DUE         VALUE 'Y'.
         88 WS-REFUND-NOT-DUE     VALUE 'N'.
       01 WS-ORDER-BASE-COST    PIC 9(11)V9(2) COMP-3.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKGLEXT' TO WS-JOBRUN-REQ-NAME.
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

      * Tonight's accounts: the defaults, overridden event by event
      * from RBKGLMAP
           PERFORM VARYING WS-GLA-I FROM 1 BY 1
                     UNTIL WS-GLA-I > WS-GLMAP-DEFAULT-COUNT
              MOVE WS-GLMAP-DFLT-EVENT(WS-GLA-I) TO
                WS-GLA-EVENT(WS-GLA-I)
              MOVE WS-GLMAP-DFLT-DEBIT(WS-GLA-I) TO
                WS-GLA-DEBIT(WS-GLA-I)
              MOVE WS-GLMAP-DFLT-CREDIT(WS-GLA-I) TO
                WS-GLA-CREDIT(WS-GLA-I)
              MOVE WS-GLMAP-DFLT-CC(WS-GLA-I) TO WS-GLA-CC(WS-GLA-I)
              MOVE WS-GLA-EVENT(WS-GLA-I) TO WS-GLMAP-KEY
              EXEC CICS READ FILE(WS-GLMAP-FILE)
                        RIDFLD(WS-GLMAP-KEY)
                        INTO(WS-GLMAP-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE glMapDebit OF WS-GLMAP-RECORD TO
                   WS-GLA-DEBIT(WS-GLA-I)
                 MOVE glMapCredit OF WS-GLMAP-RECORD TO
                   WS-GLA-CREDIT(WS-GLA-I)
                 MOVE glMapCostCentre OF WS-GLMAP-RECORD TO
                   WS-GLA-CC(WS-GLA-I)
              END-IF
           END-PERFORM.

           MOVE WS-NOW-DATE TO WS-GLEXT-HDR-DATE.
           MOVE WS-NOW-STAMP(1:25) TO WS-GLEXT-HDR-STAMP.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-GLEXT-HEADER)
                         LENGTH(LENGTH OF WS-GLEXT-HEADER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-GLEXT-TDQ)
                         FROM(WS-GLEXT-HEADER)
                         LENGTH(LENGTH OF WS-GLEXT-HEADER)
                         RESP(WS-RESP)
           END-EXEC.

           PERFORM POST-CHARGES.
           PERFORM POST-DISPOSALS.
           PERFORM POST-ORDERS.
           PERFORM POST-INVOICES.

      * The control totals - journals, lines, and the two sides,
      * which must agree for the ledger to accept the file
           MOVE WS-JOURNAL-COUNT TO WS-GLEXT-TRL-JOURNALS.
           MOVE WS-LINE-COUNT TO WS-GLEXT-TRL-LINES.
           MOVE WS-DEBIT-TOTAL TO WS-GLEXT-TRL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO WS-GLEXT-TRL-CREDITS.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-GLEXT-TRAILER)
                         LENGTH(LENGTH OF WS-GLEXT-TRAILER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-GLEXT-TDQ)
                         FROM(WS-GLEXT-TRAILER)
                         LENGTH(LENGTH OF WS-GLEXT-TRAILER)
                         RESP(WS-RESP)
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-JOURNAL-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * The charges ledger: post any growth in the assessed amount
      * since it was last journalled, then the settlement once a
      * charge has been paid or waived
       POST-CHARGES.
           MOVE 0 TO WS-PK-COUNT.
           MOVE LOW-VALUES TO WS-CHARGE-KEY.
           EXEC CICS STARTBR FILE(WS-CHARGE-FILE)
                       RIDFLD(WS-CHARGE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CHARGE-FILE)
                             INTO(WS-CHARGE-RECORD)
                             RIDFLD(WS-CHARGE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-PK-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 COMPUTE WS-CHRG-DELTA =
                    chargeAmount OF WS-CHARGE-RECORD -
                    chargeGlAssessed OF WS-CHARGE-RECORD
                 SET WS-SETTLE-NOT-DUE TO TRUE
                 SET WS-REFUND-NOT-DUE TO TRUE
                 IF (WS-CHARGE-IS-PAID OR WS-CHARGE-IS-WAIVED OR
                     WS-CHARGE-IS-REVERSED OR WS-CHARGE-IS-REFUND) AND
                    NOT WS-CHARGE-GL-SETTLED THEN
                    SET WS-SETTLE-DUE TO TRUE
                 END-IF
                 IF WS-CHARGE-IS-REFUND AND
                    NOT WS-CHARGE-GL-REFUNDED THEN
                    SET WS-REFUND-DUE TO TRUE
                 END-IF
                 IF WS-CHRG-DELTA NOT = 0 OR WS-SETTLE-DUE OR
                    WS-REFUND-DUE THEN
                    ADD 1 TO WS-PK-COUNT
                    MOVE WS-CHARGE-KEY TO WS-PK-KEY(WS-PK-COUNT)
                    MOVE chargeAmount OF WS-CHARGE-RECORD TO
                      WS-PK-ASSESSED(WS-PK-COUNT)
                    MOVE chargeGlSettled OF WS-CHARGE-RECORD TO
                      WS-PK-SETTLED(WS-PK-COUNT)
                    MOVE 'RBKCHRG' TO WS-POST-SOURCE
                    MOVE WS-CHARGE-KEY TO WS-POST-REFERENCE
                    IF WS-CHRG-DELTA NOT = 0 THEN
                       IF WS-CHARGE-IS-FINE THEN
                          MOVE 'FINEASMT' TO WS-POST-EVENT
                       ELSE
                          MOVE 'RPLCASMT' TO WS-POST-EVENT
                       END-IF
                       MOVE WS-CHRG-DELTA TO WS-POST-AMOUNT
                       PERFORM POST-JOURNAL THRU POST-JOURNAL-EXIT
                    END-IF
      * A REVERSED charge (its lost copy came back before it was
      * paid) undoes its own assessment; a REFUND one was paid
      * first, so its payment posts before the refund owed back
                    IF WS-SETTLE-DUE THEN
                       MOVE chargeAmount OF WS-CHARGE-RECORD TO
                         WS-POST-AMOUNT
                       EVALUATE TRUE
                          WHEN WS-CHARGE-IS-PAID OR WS-CHARGE-IS-REFUND
                             MOVE 'CHRGPAID' TO WS-POST-EVENT
                          WHEN WS-CHARGE-IS-REVERSED
                             MOVE 'RPLCASMT' TO WS-POST-EVENT
                             COMPUTE WS-POST-AMOUNT =
                                0 - chargeAmount OF WS-CHARGE-RECORD
                          WHEN OTHER
                             MOVE 'CHRGWAIV' TO WS-POST-EVENT
                       END-EVALUATE
                       PERFORM POST-JOURNAL THRU POST-JOURNAL-EXIT
                       MOVE 'Y' TO WS-PK-SETTLED(WS-PK-COUNT)
                    END-IF
                    IF WS-REFUND-DUE THEN
                       MOVE 'CHRGRFND' TO WS-POST-EVENT
                       MOVE chargeAmount OF WS-CHARGE-RECORD TO
                         WS-POST-AMOUNT
                       PERFORM POST-JOURNAL THRU POST-JOURNAL-EXIT
                       MOVE 'R' TO WS-PK-SETTLED(WS-PK-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-PK-IX FROM 1 BY 1
                     UNTIL WS-PK-IX > WS-PK-COUNT
              MOVE WS-PK-KEY(WS-PK-IX) TO WS-CHARGE-KEY
              EXEC CICS READ FILE(WS-CHARGE-FILE)
                        RIDFLD(WS-CHARGE-KEY)
                        INTO(WS-CHARGE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE WS-PK-ASSESSED(WS-PK-IX) TO
                   chargeGlAssessed OF WS-CHARGE-RECORD
                 MOVE WS-PK-SETTLED(WS-PK-IX) TO
                   chargeGlSettled OF WS-CHARGE-RECORD
                 EXEC CICS DELETE FILE(WS-CHARGE-FILE)
                           RIDFLD(WS-CHARGE-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-CHARGE-FILE)
                           RIDFLD(WS-CHARGE-KEY)
                           FROM(WS-CHARGE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-PERFORM.

      * The disposal register: one write-off journal per disposal at
      * its recorded value (a nil-value disposal is stamped without
      * a journal - there is nothing to write off)
       POST-DISPOSALS.
           MOVE 0 TO WS-PK-COUNT.
           MOVE LOW-VALUES TO WS-DISP-KEY.
           EXEC CICS STARTBR FILE(WS-DISP-FILE)
                       RIDFLD(WS-DISP-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-DISP-FILE)
                             INTO(WS-DISP-RECORD)
                             RIDFLD(WS-DISP-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-PK-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF NOT WS-DISP-GL-POSTED THEN
                    ADD 1 TO WS-PK-COUNT
                    MOVE WS-DISP-KEY TO WS-PK-KEY(WS-PK-COUNT)
                    MOVE 'WRITEOFF' TO WS-POST-EVENT
                    MOVE dispValue OF WS-DISP-RECORD TO WS-POST-AMOUNT
                    MOVE 'RBKDISP' TO WS-POST-SOURCE
                    MOVE WS-DISP-KEY TO WS-POST-REFERENCE
                    PERFORM POST-JOURNAL THRU POST-JOURNAL-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-DISP-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-PK-IX FROM 1 BY 1
                     UNTIL WS-PK-IX > WS-PK-COUNT
              MOVE WS-PK-KEY(WS-PK-IX) TO WS-DISP-KEY
              EXEC CICS READ FILE(WS-DISP-FILE)
                        RIDFLD(WS-DISP-KEY)
                        INTO(WS-DISP-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 SET WS-DISP-GL-POSTED TO TRUE
                 EXEC CICS DELETE FILE(WS-DISP-FILE)
                           RIDFLD(WS-DISP-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-DISP-FILE)
                           RIDFLD(WS-DISP-KEY)
                           FROM(WS-DISP-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-PERFORM.

      * The order history: one receipt journal per closed order, at
      * the base-currency cost of what actually came in - an order
      * whose balance was cancelled posts only the received share
       POST-ORDERS.
           MOVE 0 TO WS-PK-COUNT.
           MOVE LOW-VALUES TO WS-ORDER-KEY.
           EXEC CICS STARTBR FILE(WS-ORDER-FILE)
                       RIDFLD(WS-ORDER-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ORDER-FILE)
                             INTO(WS-ORDER-RECORD)
                             RIDFLD(WS-ORDER-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-PK-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF receivedDate OF WS-ORDER-RECORD NOT = SPACES AND
                    NOT WS-ORDER-GL-POSTED THEN
                    ADD 1 TO WS-PK-COUNT
                    MOVE WS-ORDER-KEY TO WS-PK-KEY(WS-PK-COUNT)
                    PERFORM ORDER-BASE-COST
                    MOVE 'ORDRECV' TO WS-POST-EVENT
                    MOVE WS-ORDER-BASE-COST TO WS-POST-AMOUNT
                    MOVE 'RBKORDER' TO WS-POST-SOURCE
                    MOVE WS-ORDER-KEY TO WS-POST-REFERENCE
                    PERFORM POST-JOURNAL THRU POST-JOURNAL-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ORDER-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-PK-IX FROM 1 BY 1
                     UNTIL WS-PK-IX > WS-PK-COUNT
              MOVE WS-PK-KEY(WS-PK-IX) TO WS-ORDER-KEY
              EXEC CICS READ FILE(WS-ORDER-FILE)
                        RIDFLD(WS-ORDER-KEY)
                        INTO(WS-ORDER-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 SET WS-ORDER-GL-POSTED TO TRUE
                 EXEC CICS DELETE FILE(WS-ORDER-FILE)
                           RIDFLD(WS-ORDER-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-ORDER-FILE)
                           RIDFLD(WS-ORDER-KEY)
                           FROM(WS-ORDER-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-PERFORM.

      * Convert the order's cost into the base currency off the
      * book's Xcurrency and the RBKRATE table, the way RBKSPEND
      * does, then take the received share of it
       ORDER-BASE-COST.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-ORDER-KEY-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           MOVE cost OF WS-ORDER-RECORD TO WS-ORDER-BASE-COST.
           IF WS-BOOK-RESP = DFHRESP(NORMAL) AND
              Xcurrency-existence OF Redbook OF WS-BOOK > 0 AND
              Xcurrency OF Redbook OF WS-BOOK NOT = SPACES AND
              Xcurrency OF Redbook OF WS-BOOK NOT =
                 WS-BASE-CURRENCY THEN
              MOVE Xcurrency OF Redbook OF WS-BOOK TO WS-RATE-KEY
              EXEC CICS READ FILE(WS-RATE-FILE)
                        RIDFLD(WS-RATE-KEY)
                        INTO(WS-RATE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 COMPUTE WS-ORDER-BASE-COST ROUNDED =
                    cost OF WS-ORDER-RECORD *
                    rateToBase OF WS-RATE-RECORD
              END-IF
           END-IF.
           IF quantityReceived OF WS-ORDER-RECORD > 0 AND
              quantityReceived OF WS-ORDER-RECORD <
                 quantity OF WS-ORDER-RECORD THEN
              COMPUTE WS-ORDER-BASE-COST ROUNDED =
                 WS-ORDER-BASE-COST *
                 quantityReceived OF WS-ORDER-RECORD /
                 quantity OF WS-ORDER-RECORD
           END-IF.

      * The invoice lines: one liability journal per line the
      * three-way matcher has CLEARED for payment
       POST-INVOICES.
           MOVE 0 TO WS-PK-COUNT.
           MOVE LOW-VALUES TO WS-INVOICE-KEY.
           EXEC CICS STARTBR FILE(WS-INVOICE-FILE)
                       RIDFLD(WS-INVOICE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-INVOICE-FILE)
                             INTO(WS-INVOICE-RECORD)
                             RIDFLD(WS-INVOICE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-PK-COUNT = 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-INV-IS-APPROVED AND NOT WS-INV-GL-POSTED THEN
                    ADD 1 TO WS-PK-COUNT
                    MOVE WS-INVOICE-KEY TO WS-PK-KEY(WS-PK-COUNT)
                    MOVE 'INVMATCH' TO WS-POST-EVENT
                    MOVE invAmount OF WS-INVOICE-RECORD TO
                      WS-POST-AMOUNT
                    MOVE 'RBKINV' TO WS-POST-SOURCE
                    MOVE WS-INVOICE-KEY TO WS-POST-REFERENCE
                    PERFORM POST-JOURNAL THRU POST-JOURNAL-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-INVOICE-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-PK-IX FROM 1 BY 1
                     UNTIL WS-PK-IX > WS-PK-COUNT
              MOVE WS-PK-KEY(WS-PK-IX) TO WS-INVOICE-KEY
              EXEC CICS READ FILE(WS-INVOICE-FILE)
                        RIDFLD(WS-INVOICE-KEY)
                        INTO(WS-INVOICE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 SET WS-INV-GL-POSTED TO TRUE
                 EXEC CICS DELETE FILE(WS-INVOICE-FILE)
                           RIDFLD(WS-INVOICE-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS WRITE FILE(WS-INVOICE-FILE)
                           RIDFLD(WS-INVOICE-KEY)
                           FROM(WS-INVOICE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-PERFORM.

      * Write one balanced journal - a debit line and a credit line
      * under the same journal number - for WS-POST-EVENT
       POST-JOURNAL.
           IF WS-POST-AMOUNT = 0 THEN
              GO TO POST-JOURNAL-EXIT
           END-IF.
           MOVE 0 TO WS-GLA-FOUND-AT.
           PERFORM VARYING WS-GLA-I FROM 1 BY 1
                     UNTIL WS-GLA-I > WS-GLMAP-DEFAULT-COUNT
              IF WS-GLA-EVENT(WS-GLA-I) = WS-POST-EVENT THEN
                 MOVE WS-GLA-I TO WS-GLA-FOUND-AT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-GLA-FOUND-AT = 0 THEN
              GO TO POST-JOURNAL-EXIT
           END-IF.

           MOVE WS-GLA-DEBIT(WS-GLA-FOUND-AT) TO WS-POST-DEBIT.
           MOVE WS-GLA-CREDIT(WS-GLA-FOUND-AT) TO WS-POST-CREDIT.
           IF WS-POST-AMOUNT < 0 THEN
              MOVE WS-POST-DEBIT TO WS-POST-SWAP
              MOVE WS-POST-CREDIT TO WS-POST-DEBIT
              MOVE WS-POST-SWAP TO WS-POST-CREDIT
              COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
           END-IF.

           ADD 1 TO WS-JOURNAL-COUNT.
           MOVE 'JNL' TO WS-GLEXT-REC-TYPE.
           MOVE WS-NOW-DATE TO WS-GLEXT-DATE.
           MOVE WS-JOURNAL-COUNT TO WS-GLEXT-JOURNAL.
           MOVE WS-POST-EVENT TO WS-GLEXT-EVENT.
           MOVE WS-GLA-CC(WS-GLA-FOUND-AT) TO WS-GLEXT-COSTCTR.
           MOVE WS-POST-AMOUNT TO WS-GLEXT-AMOUNT.
           MOVE WS-POST-SOURCE TO WS-GLEXT-SOURCE.
           MOVE WS-POST-REFERENCE TO WS-GLEXT-REFERENCE.

           MOVE WS-POST-DEBIT TO WS-GLEXT-ACCOUNT.
           MOVE 'DR' TO WS-GLEXT-DRCR.
           PERFORM WRITE-GLEXT-LINE.
           ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.

           MOVE WS-POST-CREDIT TO WS-GLEXT-ACCOUNT.
           MOVE 'CR' TO WS-GLEXT-DRCR.
           PERFORM WRITE-GLEXT-LINE.
           ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.
       POST-JOURNAL-EXIT.
           EXIT.

       WRITE-GLEXT-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-GLEXT-RECORD)
                         LENGTH(LENGTH OF WS-GLEXT-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-GLEXT-TDQ)
                         FROM(WS-GLEXT-RECORD)
                         LENGTH(LENGTH OF WS-GLEXT-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-LINE-COUNT.
