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
      * RBKYREND - Fiscal year-end close for the acquisition budget.  *
      *            For the year asked for (last year by default) it   *
      *            works out, per RBKBUDG line, the final spend, the  *
      *            unfilled balance of every order still open (each   *
      *            order's base-currency cost, through RBKRATE off    *
      *            its book's currency, less the share already        *
      *            received) and the unspent balance; replaces the    *
      *            next year's carry-in for the same topic with that  *
      *            open balance, creating a carry-only line where     *
      *            finance has not budgeted the topic yet; freezes    *
      *            the closed line with its figures; and WRITEQs one  *
      *            closing line per budget line to WS-YREND-TDQ. A    *
      *            line already frozen by an earlier run is reported  *
      *            from its kept figures and left alone, so the close *
      *            can be re-run safely. Modeled on RBKBUDRP          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKYREND.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LINE-COUNT         PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

      * The year being closed and the year its commitment rolls into
       01 WS-YE-NOW-YEAR        PIC 9(4).
       01 WS-YE-YEAR-NUM        PIC 9(4).
       01 WS-YE-YEAR            PIC X(4).
       01 WS-YE-NEXT-YEAR       PIC X(4).

      * The closed year's budget lines, with what the order walk
      * tallies against each - 200 lines is well past one per
      * RBKTOPIC subject plus the *TOTAL* line
       01 WS-YE-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-YE-IX              PIC S9(4) COMP-5 VALUE 0.
       01 WS-YE-TOTAL-AT        PIC S9(4) COMP-5 VALUE 0.
       01 WS-YE-TOPIC-AT        PIC S9(4) COMP-5 VALUE 0.
       01 WS-YE-TABLE.
         03 WS-YE-ENTRY OCCURS 200 TIMES.
           05 WS-YE-TOPIC         PIC X(40).
           05 WS-YE-BUDGET        PIC 9(9)V9(2) COMP-3.
           05 WS-YE-USED          PIC 9(11)V9(2) COMP-3.
           05 WS-YE-ROLLED        PIC 9(11)V9(2) COMP-3.
           05 WS-YE-SPEND         PIC S9(11)V9(2) COMP-3.
           05 WS-YE-FROZEN-SW     PIC X.
             88 WS-YE-WAS-FROZEN    VALUE 'Y'.

      * One order's base-currency cost and its still-unfilled share
       01 WS-YE-ORDER-YEAR      PIC X(4).
       01 WS-YE-BOOK-TOPIC      PIC X(40).
       01 WS-YE-ONE-COST        PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-YE-ONE-OPEN        PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-YE-CONV-CURR       PIC X(3).

      * One closing line
       01 WS-YE-UNSPENT         PIC S9(11)V9(2) COMP-3 VALUE 0.
       01 WS-YE-OUTCOME         PIC X(7).
       01 WS-BUDGET-DISPLAY     PIC Z(9)9.99.
       01 WS-SPEND-DISPLAY      PIC -(9)9.99.
       01 WS-ROLLED-DISPLAY     PIC Z(9)9.99.
       01 WS-UNSPENT-DISPLAY    PIC -(9)9.99.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKYREND' TO WS-JOBRUN-REQ-NAME.
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
           END-EXEC.
           MOVE WS-NOW-DATE(1:4) TO WS-YE-NOW-YEAR.

      * Which year to close - none given closes last year
           MOVE SPACES TO WS-YREND-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-YREND-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-YREND-REQ-YEAR = SPACES THEN
              COMPUTE WS-YE-YEAR-NUM = WS-YE-NOW-YEAR - 1
           ELSE
              IF WS-YREND-REQ-YEAR IS NOT NUMERIC THEN
                 INITIALIZE WS-ERROR
                 MOVE "RBKYREND: year to close must be four digits"
                   TO errorMessage OF WS-ERROR
                 PERFORM PUT-YREND-ERROR
                 GO TO FAIL-PROGRAM
              END-IF
              MOVE WS-YREND-REQ-YEAR TO WS-YE-YEAR-NUM
           END-IF.

      * The year still running cannot be closed - its orders are
      * still being placed against it
           IF WS-YE-YEAR-NUM NOT < WS-YE-NOW-YEAR THEN
              INITIALIZE WS-ERROR
              STRING "RBKYREND: only a year already ended can be "
                       DELIMITED BY SIZE
                     "closed"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-YREND-ERROR
              GO TO FAIL-PROGRAM
           END-IF.

           MOVE WS-YE-YEAR-NUM TO WS-YE-YEAR.
           ADD 1 TO WS-YE-YEAR-NUM.
           MOVE WS-YE-YEAR-NUM TO WS-YE-NEXT-YEAR.

      * Ensure we're the only task accessing the Redbook catalog -
      * the order walk joins every order against its book, so it
      * takes the whole-catalog lock the same way RBKBUDRP does
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           PERFORM LOAD-YEAR-LINES.
           PERFORM TALLY-ORDERS.

           PERFORM VARYING WS-YE-IX FROM 1 BY 1
                     UNTIL WS-YE-IX > WS-YE-COUNT
              IF WS-YE-WAS-FROZEN(WS-YE-IX) THEN
                 MOVE 'ALREADY' TO WS-YE-OUTCOME
              ELSE
                 PERFORM CARRY-INTO-NEXT-YEAR
                 PERFORM FREEZE-LINE
                 MOVE 'CLOSED' TO WS-YE-OUTCOME
              END-IF
              PERFORM WRITE-CLOSING-LINE
              ADD 1 TO WS-LINE-COUNT
           END-PERFORM.

      * Free the Redbook catalog for another task to use
           EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Tell the caller how many budget lines were closed/reported
           EXEC CICS PUT CONTAINER(WS-NUMYREND-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-LINE-COUNT)
                         FLENGTH(LENGTH OF WS-LINE-COUNT)
                         BIT
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

       FAIL-PROGRAM.
      * A refused close shuts its job record FAILED, so the attempt
      * itself is on the operations record
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE 'FAILED' TO WS-JOBRUN-REQ-OUTCOME.
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

       PUT-YREND-ERROR.
           MOVE 0 TO WS-MESG-COUNTER.
           INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
              TALLYING WS-MESG-COUNTER FOR LEADING SPACES.
           COMPUTE errorMessage-length OF WS-ERROR =
              LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER.
           MOVE 1 TO errorMessage-existence OF WS-ERROR.
           EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ERROR)
                         FLENGTH(LENGTH OF WS-ERROR)
                         BIT
           END-EXEC.

      * Table the closed year's lines. A frozen line keeps the
      * figures the first close wrote on it; an open one starts its
      * usage from whatever was carried into it the year before
       LOAD-YEAR-LINES.
           MOVE 0 TO WS-YE-COUNT.
           MOVE 0 TO WS-YE-TOTAL-AT.
           MOVE WS-YE-YEAR TO WS-BUDGET-KEY-YEAR.
           MOVE LOW-VALUES TO WS-BUDGET-KEY-TOPIC.

           EXEC CICS STARTBR FILE(WS-BUDGET-FILE)
                       RIDFLD(WS-BUDGET-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-BUDGET-FILE)
                             INTO(WS-BUDGET-RECORD)
                             RIDFLD(WS-BUDGET-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-YE-COUNT = 200 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-BUDGET-KEY-YEAR NOT = WS-YE-YEAR THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-YE-COUNT
                 MOVE budgetTopic OF WS-BUDGET-RECORD TO
                   WS-YE-TOPIC(WS-YE-COUNT)
                 MOVE budgetAmount OF WS-BUDGET-RECORD TO
                   WS-YE-BUDGET(WS-YE-COUNT)
                 IF WS-BUDGET-IS-FROZEN THEN
                    MOVE 'Y' TO WS-YE-FROZEN-SW(WS-YE-COUNT)
                    MOVE budgetFinalSpend OF WS-BUDGET-RECORD TO
                      WS-YE-SPEND(WS-YE-COUNT)
                    MOVE budgetRolledOut OF WS-BUDGET-RECORD TO
                      WS-YE-ROLLED(WS-YE-COUNT)
                    COMPUTE WS-YE-USED(WS-YE-COUNT) =
                       budgetFinalSpend OF WS-BUDGET-RECORD +
                       budgetRolledOut OF WS-BUDGET-RECORD
                 ELSE
                    MOVE 'N' TO WS-YE-FROZEN-SW(WS-YE-COUNT)
                    MOVE budgetCarryIn OF WS-BUDGET-RECORD TO
                      WS-YE-USED(WS-YE-COUNT)
                    MOVE 0 TO WS-YE-ROLLED(WS-YE-COUNT)
                    MOVE 0 TO WS-YE-SPEND(WS-YE-COUNT)
                 END-IF
                 IF budgetTopic OF WS-BUDGET-RECORD =
                    WS-BUDGET-TOTAL-TOPIC THEN
                    MOVE WS-YE-COUNT TO WS-YE-TOTAL-AT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-BUDGET-FILE) END-EXEC
           END-IF.

      * One pass over RBKORDER. An order dated in the closed year is
      * that year's usage; an order dated in it or before that is
      * still open rolls its unfilled balance forward (one open at
      * the last close as well was in this year's carry-in, and
      * rolls on again). Each counts towards the *TOTAL* line and
      * towards the line for its book's topic2
       TALLY-ORDERS.
           MOVE LOW-VALUES TO WS-ORDER-KEY.

           EXEC CICS STARTBR FILE(WS-ORDER-FILE)
                       RIDFLD(WS-ORDER-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ORDER-FILE)
                             INTO(WS-ORDER-RECORD)
                             RIDFLD(WS-ORDER-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE orderDate OF WS-ORDER-RECORD(1:4) TO
                   WS-YE-ORDER-YEAR
                 IF WS-YE-ORDER-YEAR = WS-YE-YEAR OR
                    (WS-YE-ORDER-YEAR < WS-YE-YEAR AND
                     receivedDate OF WS-ORDER-RECORD = SPACES) THEN
                    PERFORM TALLY-ONE-ORDER
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ORDER-FILE) END-EXEC
           END-IF.

       TALLY-ONE-ORDER.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-ORDER-KEY-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           MOVE SPACES TO WS-YE-BOOK-TOPIC.
           MOVE SPACES TO WS-YE-CONV-CURR.
           IF WS-BOOK-RESP = DFHRESP(NORMAL) THEN
              IF topic-existence OF WS-BOOK > 0 THEN
                 MOVE topic2 OF WS-BOOK TO WS-YE-BOOK-TOPIC
              END-IF
              IF Xcurrency-existence OF WS-BOOK > 0 THEN
                 MOVE Xcurrency OF WS-BOOK TO WS-YE-CONV-CURR
              END-IF
           END-IF.
           MOVE cost OF WS-ORDER-RECORD TO WS-YE-ONE-COST.
           PERFORM CONVERT-TO-BASE.

      * The unfilled share of an open order - all of it until a
      * partial receipt has come in
           MOVE 0 TO WS-YE-ONE-OPEN.
           IF receivedDate OF WS-ORDER-RECORD = SPACES THEN
              MOVE WS-YE-ONE-COST TO WS-YE-ONE-OPEN
              IF quantityReceived OF WS-ORDER-RECORD > 0 AND
                 quantityReceived OF WS-ORDER-RECORD <
                    quantity OF WS-ORDER-RECORD THEN
                 COMPUTE WS-YE-ONE-OPEN ROUNDED =
                    WS-YE-ONE-COST *
                    (quantity OF WS-ORDER-RECORD -
                     quantityReceived OF WS-ORDER-RECORD) /
                    quantity OF WS-ORDER-RECORD
              END-IF
           END-IF.

           MOVE 0 TO WS-YE-TOPIC-AT.
           IF WS-YE-BOOK-TOPIC NOT = SPACES THEN
              PERFORM VARYING WS-YE-IX FROM 1 BY 1
                        UNTIL WS-YE-IX > WS-YE-COUNT
                 IF WS-YE-TOPIC(WS-YE-IX) = WS-YE-BOOK-TOPIC THEN
                    MOVE WS-YE-IX TO WS-YE-TOPIC-AT
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

           IF WS-YE-TOTAL-AT > 0 THEN
              MOVE WS-YE-TOTAL-AT TO WS-YE-IX
              PERFORM ADD-ORDER-TO-LINE
           END-IF.
           IF WS-YE-TOPIC-AT > 0 THEN
              MOVE WS-YE-TOPIC-AT TO WS-YE-IX
              PERFORM ADD-ORDER-TO-LINE
           END-IF.

      * A line already frozen keeps the figures it was closed with
       ADD-ORDER-TO-LINE.
           IF NOT WS-YE-WAS-FROZEN(WS-YE-IX) THEN
              IF WS-YE-ORDER-YEAR = WS-YE-YEAR THEN
                 ADD WS-YE-ONE-COST TO WS-YE-USED(WS-YE-IX)
              END-IF
              ADD WS-YE-ONE-OPEN TO WS-YE-ROLLED(WS-YE-IX)
           END-IF.

      * Replace the next year's carry-in for this topic with the
      * balance rolling out of the closed year - replaced rather
      * than added to, so a second run lands on the same figure. A
      * topic with nothing to carry and no line next year needs no
      * line creating
       CARRY-INTO-NEXT-YEAR.
           COMPUTE WS-YE-SPEND(WS-YE-IX) =
              WS-YE-USED(WS-YE-IX) - WS-YE-ROLLED(WS-YE-IX).

           MOVE WS-YE-NEXT-YEAR TO WS-BUDGET-KEY-YEAR.
           MOVE WS-YE-TOPIC(WS-YE-IX) TO WS-BUDGET-KEY-TOPIC.
           EXEC CICS READ FILE(WS-BUDGET-FILE)
                     RIDFLD(WS-BUDGET-KEY)
                     INTO(WS-BUDGET-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-YE-ROLLED(WS-YE-IX) TO
                budgetCarryIn OF WS-BUDGET-RECORD
              EXEC CICS DELETE FILE(WS-BUDGET-FILE)
                        RIDFLD(WS-BUDGET-KEY)
                        RESP(WS-RESP)
              END-EXEC
              EXEC CICS WRITE FILE(WS-BUDGET-FILE)
                        RIDFLD(WS-BUDGET-KEY)
                        FROM(WS-BUDGET-RECORD)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
              IF WS-YE-ROLLED(WS-YE-IX) > 0 THEN
                 INITIALIZE WS-BUDGET-RECORD
                 MOVE WS-YE-NEXT-YEAR TO
                   budgetYear OF WS-BUDGET-RECORD
                 MOVE WS-YE-TOPIC(WS-YE-IX) TO
                   budgetTopic OF WS-BUDGET-RECORD
                 MOVE 0 TO budgetAmount OF WS-BUDGET-RECORD
                 MOVE WS-YE-ROLLED(WS-YE-IX) TO
                   budgetCarryIn OF WS-BUDGET-RECORD
                 SET WS-BUDGET-IS-CARRY-ONLY TO TRUE
                 MOVE SPACES TO budgetClosedOn OF WS-BUDGET-RECORD
                 EXEC CICS WRITE FILE(WS-BUDGET-FILE)
                           RIDFLD(WS-BUDGET-KEY)
                           FROM(WS-BUDGET-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF.

      * Freeze the closed line with its final figures - done last,
      * so a close that stops part-way leaves the line open and the
      * re-run carries it again
       FREEZE-LINE.
           MOVE WS-YE-YEAR TO WS-BUDGET-KEY-YEAR.
           MOVE WS-YE-TOPIC(WS-YE-IX) TO WS-BUDGET-KEY-TOPIC.
           EXEC CICS READ FILE(WS-BUDGET-FILE)
                     RIDFLD(WS-BUDGET-KEY)
                     INTO(WS-BUDGET-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL) THEN
              SET WS-BUDGET-IS-FROZEN TO TRUE
              MOVE WS-YE-SPEND(WS-YE-IX) TO
                budgetFinalSpend OF WS-BUDGET-RECORD
              MOVE WS-YE-ROLLED(WS-YE-IX) TO
                budgetRolledOut OF WS-BUDGET-RECORD
              MOVE WS-NOW-DATE TO budgetClosedOn OF WS-BUDGET-RECORD
              EXEC CICS DELETE FILE(WS-BUDGET-FILE)
                        RIDFLD(WS-BUDGET-KEY)
                        RESP(WS-RESP)
              END-EXEC
              EXEC CICS WRITE FILE(WS-BUDGET-FILE)
                        RIDFLD(WS-BUDGET-KEY)
                        FROM(WS-BUDGET-RECORD)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

      * One comma-separated closing line per budget line: year,
      * topic, budgeted, final spend, rolled-over commitment,
      * unspent, and CLOSED (this run) or ALREADY (an earlier run)
       WRITE-CLOSING-LINE.
           COMPUTE WS-YE-UNSPENT = WS-YE-BUDGET(WS-YE-IX) -
              WS-YE-SPEND(WS-YE-IX) - WS-YE-ROLLED(WS-YE-IX).
           MOVE WS-YE-BUDGET(WS-YE-IX) TO WS-BUDGET-DISPLAY.
           MOVE WS-YE-SPEND(WS-YE-IX) TO WS-SPEND-DISPLAY.
           MOVE WS-YE-ROLLED(WS-YE-IX) TO WS-ROLLED-DISPLAY.
           MOVE WS-YE-UNSPENT TO WS-UNSPENT-DISPLAY.

           MOVE SPACES TO WS-YREND-RECORD.
           MOVE 1 TO WS-YREND-PTR.
           STRING WS-YE-YEAR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-YE-TOPIC(WS-YE-IX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BUDGET-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-SPEND-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-ROLLED-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-UNSPENT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-YE-OUTCOME DELIMITED BY SPACE
                INTO WS-YREND-RECORD
                WITH POINTER WS-YREND-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-YREND-RECORD)
                         LENGTH(LENGTH OF WS-YREND-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-YREND-TDQ)
                         FROM(WS-YREND-RECORD)
                         LENGTH(LENGTH OF WS-YREND-RECORD)
                         RESP(WS-RESP)
           END-EXEC.

      * Convert WS-YE-ONE-COST to the base currency in place - a
      * currency with no rate on file converts at 1
       CONVERT-TO-BASE.
           IF WS-YE-CONV-CURR = SPACES OR
              WS-YE-CONV-CURR = WS-BASE-CURRENCY THEN
              CONTINUE
           ELSE
              MOVE WS-YE-CONV-CURR TO WS-RATE-KEY
              EXEC CICS READ FILE(WS-RATE-FILE)
                        RIDFLD(WS-RATE-KEY)
                        INTO(WS-RATE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 COMPUTE WS-YE-ONE-COST =
                    WS-YE-ONE-COST * rateToBase OF WS-RATE-RECORD
              END-IF
           END-IF.
