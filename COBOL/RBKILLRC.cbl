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
      * RBKILLRC - Monthly interlibrary-loan reciprocity run. For the *
      *            month before the run, per RBKPRTNR partner: what we*
      *            lent them (RBKILLO shipments that month), what we  *
      *            borrowed (RBKILLI receipts that month), the net    *
      *            position, what is overdue either way, and - for a  *
      *            reciprocal agreement - the fee the net imbalance   *
      *            makes due at the partner's agreed rate. Writes the *
      *            reciprocity report (WS-ILLRC-TDQ), a statement to  *
      *            send each partner (WS-ILLST-TDQ), and a DTL record *
      *            on the receivables extract (WS-ARX-TDQ) for every  *
      *            fee owed to us. It runs once a month, as a         *
      *            month-end RBKNIGHT step. Modeled on RBKPRDRF       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKILLRC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LINE-COUNT         PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The month being settled - YYYY-MM, the month before the run
       01 WS-PERIOD             PIC X(7).
       01 WS-PERIOD-YEAR        PIC 9(4).
       01 WS-PERIOD-MONTH       PIC 9(2).

      * The partner being settled and its tallies
       01 WS-RC-PARTNER         PIC X(8).
       01 WS-RC-LENT            PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-BORROWED        PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-NET             PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-NET-ITEMS       PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-OVERDUE-OUT     PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-OVERDUE-IN      PIC S9(8) COMP-5 VALUE 0.
       01 WS-RC-FEE             PIC 9(9)V9(2) COMP-3 VALUE 0.
       01 WS-RC-CURRENCY        PIC X(3).
       01 WS-RC-DIRECTION       PIC X(9).

      * What the receivables extract has carried this run
       01 WS-ARX-COUNT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-ARX-TOTAL          PIC 9(11)V9(2) COMP-3 VALUE 0.

       01 WS-COUNT-DISPLAY      PIC Z(7)9.
       01 WS-NET-DISPLAY        PIC -(7)9.
       01 WS-OUT-DISPLAY        PIC Z(7)9.
       01 WS-IN-DISPLAY         PIC Z(7)9.
       01 WS-LENT-DISPLAY       PIC Z(7)9.
       01 WS-BORR-DISPLAY       PIC Z(7)9.
       01 WS-RATE-DISPLAY       PIC Z(4)9.99.
       01 WS-FEE-DISPLAY        PIC Z(8)9.99.
       01 WS-INNUM-DISPLAY      PIC 9(6).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

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

      * The month before this one
           MOVE WS-NOW-DATE(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-NOW-DATE(6:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1 THEN
              SUBTRACT 1 FROM WS-PERIOD-YEAR
              MOVE 12 TO WS-PERIOD-MONTH
           ELSE
              SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           STRING WS-PERIOD-YEAR DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PERIOD-MONTH DELIMITED BY SIZE
                  INTO WS-PERIOD.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKILLRC' TO WS-JOBRUN-REQ-NAME.
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

      * The receivables extract opens with its header even when no
      * partner owes us anything, so the load sees a complete file
           MOVE WS-NOW-DATE TO WS-ARX-HDR-DATE.
           MOVE WS-PERIOD TO WS-ARX-HDR-PERIOD.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-ARX-HEADER)
                         LENGTH(LENGTH OF WS-ARX-HEADER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-ARX-TDQ)
                         FROM(WS-ARX-HEADER)
                         LENGTH(LENGTH OF WS-ARX-HEADER)
                         RESP(WS-RESP)
           END-EXEC.

           MOVE LOW-VALUES TO WS-PARTNER-KEY.
           EXEC CICS STARTBR FILE(WS-PARTNER-FILE)
                       RIDFLD(WS-PARTNER-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-PARTNER-RECORD
                 EXEC CICS READNEXT FILE(WS-PARTNER-FILE)
                             INTO(WS-PARTNER-RECORD)
                             RIDFLD(WS-PARTNER-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-PARTNER-KEY TO WS-RC-PARTNER
                 PERFORM SETTLE-ONE-PARTNER
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-PARTNER-FILE) END-EXEC
           END-IF.

           MOVE WS-ARX-COUNT TO WS-ARX-TRL-COUNT.
           MOVE WS-ARX-TOTAL TO WS-ARX-TRL-TOTAL.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-ARX-TRAILER)
                         LENGTH(LENGTH OF WS-ARX-TRAILER)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-ARX-TDQ)
                         FROM(WS-ARX-TRAILER)
                         LENGTH(LENGTH OF WS-ARX-TRAILER)
                         RESP(WS-RESP)
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-LINE-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * One partner: open its statement, walk both ILL files for its
      * items - each item lent or borrowed in the month, and each
      * still out past its due date, goes on the statement as it is
      * met - then total, price the net and close the statement
       SETTLE-ONE-PARTNER.
           MOVE 0 TO WS-RC-LENT.
           MOVE 0 TO WS-RC-BORROWED.
           MOVE 0 TO WS-RC-OVERDUE-OUT.
           MOVE 0 TO WS-RC-OVERDUE-IN.

           MOVE SPACES TO WS-ILLST-RECORD.
           MOVE 1 TO WS-ILLST-PTR.
           STRING "HDR," DELIMITED BY SIZE
                  WS-RC-PARTNER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  partnerName OF WS-PARTNER-RECORD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  partnerContact OF WS-PARTNER-RECORD
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                INTO WS-ILLST-RECORD
                WITH POINTER WS-ILLST-PTR
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.

           PERFORM WALK-ILL-OUT.
           PERFORM WALK-ILL-IN.

           COMPUTE WS-RC-NET = WS-RC-LENT - WS-RC-BORROWED.
           PERFORM PRICE-THE-NET.

           MOVE WS-RC-LENT TO WS-LENT-DISPLAY.
           MOVE WS-RC-BORROWED TO WS-BORR-DISPLAY.
           MOVE WS-RC-NET TO WS-NET-DISPLAY.
           MOVE WS-RC-OVERDUE-OUT TO WS-OUT-DISPLAY.
           MOVE WS-RC-OVERDUE-IN TO WS-IN-DISPLAY.
           MOVE partnerNetFee OF WS-PARTNER-RECORD TO WS-RATE-DISPLAY.
           MOVE WS-RC-FEE TO WS-FEE-DISPLAY.
           MOVE WS-RC-NET-ITEMS TO WS-COUNT-DISPLAY.

           MOVE SPACES TO WS-ILLST-RECORD.
           MOVE 1 TO WS-ILLST-PTR.
           STRING "TOTAL," DELIMITED BY SIZE
                  WS-LENT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BORR-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-NET-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-OUT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-IN-DISPLAY DELIMITED BY SIZE
                INTO WS-ILLST-RECORD
                WITH POINTER WS-ILLST-PTR
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE SPACES TO WS-ILLST-RECORD.
           MOVE 1 TO WS-ILLST-PTR.
           STRING "FEE," DELIMITED BY SIZE
                  WS-RC-DIRECTION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RC-CURRENCY DELIMITED BY SIZE
                INTO WS-ILLST-RECORD
                WITH POINTER WS-ILLST-PTR
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE SPACES TO WS-ILLST-RECORD.
           MOVE 1 TO WS-ILLST-PTR.
           STRING "END," DELIMITED BY SIZE
                  WS-RC-PARTNER DELIMITED BY SPACE
                INTO WS-ILLST-RECORD
                WITH POINTER WS-ILLST-PTR
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.

           PERFORM WRITE-REPORT-LINE.

           IF WS-RC-DIRECTION = 'DUE-TO-US' THEN
              PERFORM WRITE-RECEIVABLE
           END-IF.

      * What we lent this partner: shipments in the month count as
      * lent; anything still out past its due date is overdue to us
       WALK-ILL-OUT.
           MOVE LOW-VALUES TO WS-ILLOUT-KEY.
           EXEC CICS STARTBR FILE(WS-ILLOUT-FILE)
                       RIDFLD(WS-ILLOUT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-ILLOUT-RECORD
                 EXEC CICS READNEXT FILE(WS-ILLOUT-FILE)
                             INTO(WS-ILLOUT-RECORD)
                             RIDFLD(WS-ILLOUT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF illPartnerId OF WS-ILLOUT-RECORD = WS-RC-PARTNER
                 THEN
                    IF illShippedDate OF WS-ILLOUT-RECORD(1:7) =
                       WS-PERIOD THEN
                       ADD 1 TO WS-RC-LENT
                       MOVE "LENT," TO WS-ILLST-RECORD
                       PERFORM WRITE-OUT-ITEM
                    END-IF
                    IF illReturnedDate OF WS-ILLOUT-RECORD = SPACES
                       AND illDueDate OF WS-ILLOUT-RECORD NOT = SPACES
                       AND illDueDate OF WS-ILLOUT-RECORD <
                          WS-NOW-STAMP THEN
                       ADD 1 TO WS-RC-OVERDUE-OUT
                       MOVE "OVERDUE-OUT," TO WS-ILLST-RECORD
                       PERFORM WRITE-OUT-ITEM
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ILLOUT-FILE) END-EXEC
           END-IF.

      * What we borrowed from this partner: receipts in the month
      * count as borrowed; anything we still hold past its due date
      * is overdue to them
       WALK-ILL-IN.
           MOVE 0 TO WS-ILLIN-KEY.
           EXEC CICS STARTBR FILE(WS-ILLIN-FILE)
                       RIDFLD(WS-ILLIN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-ILLIN-RECORD
                 EXEC CICS READNEXT FILE(WS-ILLIN-FILE)
                             INTO(WS-ILLIN-RECORD)
                             RIDFLD(WS-ILLIN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF illInPartnerId OF WS-ILLIN-RECORD = WS-RC-PARTNER
                 THEN
                    IF illInReceivedDate OF WS-ILLIN-RECORD(1:7) =
                       WS-PERIOD THEN
                       ADD 1 TO WS-RC-BORROWED
                       MOVE "BORROWED," TO WS-ILLST-RECORD
                       PERFORM WRITE-IN-ITEM
                    END-IF
                    IF illInReturnedDate OF WS-ILLIN-RECORD = SPACES
                       AND illInDueDate OF WS-ILLIN-RECORD NOT = SPACES
                       AND illInDueDate OF WS-ILLIN-RECORD <
                          WS-NOW-STAMP THEN
                       ADD 1 TO WS-RC-OVERDUE-IN
                       MOVE "OVERDUE-IN," TO WS-ILLST-RECORD
                       PERFORM WRITE-IN-ITEM
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ILLIN-FILE) END-EXEC
           END-IF.

      * Price the month's net position. Only a reciprocal agreement
      * with a rate settles it: the side that borrowed more pays the
      * rate on each item of the difference
       PRICE-THE-NET.
           MOVE 0 TO WS-RC-FEE.
           MOVE 'NONE' TO WS-RC-DIRECTION.
           IF WS-RC-NET < 0 THEN
              COMPUTE WS-RC-NET-ITEMS = 0 - WS-RC-NET
           ELSE
              MOVE WS-RC-NET TO WS-RC-NET-ITEMS
           END-IF.
           MOVE partnerFeeCurrency OF WS-PARTNER-RECORD TO
             WS-RC-CURRENCY.
           IF WS-RC-CURRENCY = SPACES OR LOW-VALUES THEN
              MOVE WS-BASE-CURRENCY TO WS-RC-CURRENCY
           END-IF.

           IF WS-PRT-IS-RECIPROCAL AND
              partnerNetFee OF WS-PARTNER-RECORD > 0 AND
              WS-RC-NET NOT = 0 THEN
              COMPUTE WS-RC-FEE =
                 WS-RC-NET-ITEMS * partnerNetFee OF WS-PARTNER-RECORD
              IF WS-RC-NET > 0 THEN
                 MOVE 'DUE-TO-US' TO WS-RC-DIRECTION
              ELSE
                 MOVE 'DUE-BY-US' TO WS-RC-DIRECTION
              END-IF
           END-IF.

      * One statement line for an item lent: the line type is
      * already in the record, the item follows it
       WRITE-OUT-ITEM.
           MOVE 1 TO WS-ILLST-PTR.
           INSPECT WS-ILLST-RECORD TALLYING WS-ILLST-PTR
              FOR CHARACTERS BEFORE INITIAL SPACE.
           STRING WS-ILLOUT-KEY-FORMNUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  illTheirRef OF WS-ILLOUT-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  illShippedDate OF WS-ILLOUT-RECORD(1:10)
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  illDueDate OF WS-ILLOUT-RECORD(1:10)
                    DELIMITED BY SIZE
                INTO WS-ILLST-RECORD
                WITH POINTER WS-ILLST-PTR
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.

      * One statement line for an item borrowed, after its line type
       WRITE-IN-ITEM.
           MOVE 1 TO WS-ILLST-PTR.
           INSPECT WS-ILLST-RECORD TALLYING WS-ILLST-PTR
              FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE WS-ILLIN-KEY TO WS-INNUM-DISPLAY.
           STRING WS-INNUM-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  illInTheirRef OF WS-ILLIN-RECORD DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  illInTitle OF WS-ILLIN-RECORD(1:60)
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  illInReceivedDate OF WS-ILLIN-RECORD(1:10)
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  illInDueDate OF WS-ILLIN-RECORD(1:10)
                    DELIMITED BY SIZE
                INTO WS-ILLST-RECORD
                WITH POINTER WS-ILLST-PTR
           END-STRING.
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-ILLST-RECORD)
                         LENGTH(LENGTH OF WS-ILLST-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-ILLST-TDQ)
                         FROM(WS-ILLST-RECORD)
                         LENGTH(LENGTH OF WS-ILLST-RECORD)
                         RESP(WS-RESP)
           END-EXEC.

      * The partner's reciprocity report line
       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-ILLRC-RECORD.
           MOVE 1 TO WS-ILLRC-PTR.
           STRING WS-RC-PARTNER DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  partnerName OF WS-PARTNER-RECORD DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LENT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BORR-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-NET-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-OUT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-IN-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  partnerReciprocal OF WS-PARTNER-RECORD
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RATE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FEE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RC-DIRECTION DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RC-CURRENCY DELIMITED BY SIZE
                INTO WS-ILLRC-RECORD
                WITH POINTER WS-ILLRC-PTR
           END-STRING.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-ILLRC-RECORD)
                         LENGTH(LENGTH OF WS-ILLRC-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-ILLRC-TDQ)
                         FROM(WS-ILLRC-RECORD)
                         LENGTH(LENGTH OF WS-ILLRC-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-LINE-COUNT.

      * A fee owed to us goes to accounts receivable, referenced by
      * month and partner so a rerun's duplicate is recognisable
       WRITE-RECEIVABLE.
           INITIALIZE WS-ARX-RECORD.
           MOVE 'DTL' TO WS-ARX-REC-TYPE.
           MOVE WS-RC-PARTNER TO WS-ARX-PARTNER.
           MOVE partnerName OF WS-PARTNER-RECORD TO WS-ARX-NAME.
           MOVE WS-PERIOD TO WS-ARX-PERIOD.
           MOVE WS-RC-NET-ITEMS TO WS-ARX-ITEMS.
           MOVE partnerNetFee OF WS-PARTNER-RECORD TO WS-ARX-RATE.
           MOVE WS-RC-FEE TO WS-ARX-AMOUNT.
           MOVE WS-RC-CURRENCY TO WS-ARX-CURRENCY.
           STRING "ILL-" DELIMITED BY SIZE
                  WS-PERIOD DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RC-PARTNER DELIMITED BY SPACE
                  INTO WS-ARX-REFERENCE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-ARX-RECORD)
                         LENGTH(LENGTH OF WS-ARX-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-ARX-TDQ)
                         FROM(WS-ARX-RECORD)
                         LENGTH(LENGTH OF WS-ARX-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-ARX-COUNT.
           ADD WS-RC-FEE TO WS-ARX-TOTAL.
