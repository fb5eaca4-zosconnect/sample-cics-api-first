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
      * RBKSTOGN - Standing-order run (nightly, after the publish     *
      *            step): matches the books created since each        *
      *            RBKSTOP profile's start date against it - series   *
      *            by the RBKRELAT closure of the profile's volume,   *
      *            topic by topic2 - and, once the book is created    *
      *            or PUBLISHED as the profile says, files the OPEN   *
      *            RBKPROP proposal or places the order through       *
      *            RBKORDOP (budget check and all) for the profile's  *
      *            branch split. An order RBKORDOP refuses becomes a  *
      *            proposal instead, so the copies aren't lost. Each  *
      *            book acted on is logged on RBKSTOG so no profile   *
      *            buys it twice, and what each profile generated     *
      *            goes to the report queue. Modeled on RBKDEMND      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSTOGN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-REDBOOK-KEY        PIC X(12) VALUE LOW-VALUES.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * Every profile on file, loaded up front, and the earliest
      * start date among them - no book created before that can
      * match anything
       01 WS-PROF-TABLE.
         03 WS-PROF-ENTRY OCCURS 50 TIMES INDEXED BY WS-PROF-IDX.
           05 WS-PROF-ID          PIC X(8).
           05 WS-PROF-RECORD      PIC X(128).
       01 WS-PROF-COUNT         PIC S9(4) COMP-5 VALUE 0.
       01 WS-PROF-I             PIC S9(4) COMP-5.
       01 WS-EARLIEST-SINCE     PIC X(10).

      * The candidate books collected during the catalog browse -
      * the usual collect-then-update idiom - with what matching
      * needs to know about each
       01 WS-CAND-TABLE.
         03 WS-CAND-ENTRY OCCURS 500 TIMES INDEXED BY WS-CAND-IDX.
           05 WS-CAND-FORMNUM     PIC X(12).
           05 WS-CAND-TOPIC       PIC X(40).
           05 WS-CAND-STATUS      PIC X(9).
           05 WS-CAND-CREATED     PIC X(10).
       01 WS-CAND-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-CAND-I             PIC S9(8) COMP-5.

      * A series profile's volumes: the RBKRELAT closure of the
      * volume the profile names, walked the way RBKSEROP walks it
       01 WS-SET-TABLE.
         03 WS-SET-ENTRY OCCURS 50 TIMES INDEXED BY WS-SET-IDX
                          PIC X(12).
       01 WS-SET-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-SET-CURSOR         PIC S9(4) COMP-5 VALUE 0.
       01 WS-SET-I              PIC S9(4) COMP-5.

       01 WS-MATCH-SW           PIC X VALUE 'N'.
         88 WS-BOOK-MATCHES       VALUE 'Y'.

      * The book being acted on: total copies over the split, the
      * unit price and cost, and what became of it
       01 WS-GEN-QTY            PIC S9(5) COMP-5 VALUE 0.
       01 WS-GEN-UNIT           PIC 9(7)V9(2) COMP-3 VALUE 0.
       01 WS-GEN-COST           PIC 9(9)V9(2) COMP-3 VALUE 0.
       01 WS-GEN-BOOK-CURR      PIC X(3).
       01 WS-GEN-MESSAGE        PIC X(50).
       01 WS-GEN-I              PIC S9(4) COMP-5.

       01 WS-PROF-BOOKS         PIC S9(8) COMP-5 VALUE 0.
       01 WS-PROF-COPIES        PIC S9(8) COMP-5 VALUE 0.
       01 WS-GENERATED-COUNT    PIC S9(8) COMP-5 VALUE 0.

       01 WS-DISP-QTY           PIC ZZZZ9.
       01 WS-DISP-COST          PIC Z(8)9.99.
       01 WS-DISP-COUNT         PIC Z(7)9.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKSTOGN' TO WS-JOBRUN-REQ-NAME.
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

      * Under read-only maintenance mode (see RBKSHDLD) this run
      * simply stands down - tonight's new books are still new
      * tomorrow, and nothing has been logged against them yet
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
              GO TO EXIT-PROGRAM
           END-IF.

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

           PERFORM LOAD-PROFILES.
           IF WS-PROF-COUNT = 0 THEN
              GO TO EXIT-PROGRAM
           END-IF.

      * Collect every live book created since the earliest profile
      * start - a WITHDRAWN one is never bought
           EXEC CICS STARTBR FILE(WS-REDBOOK-FILE)
                       RIDFLD(WS-REDBOOK-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REDBOOK-FILE)
                             INTO(WS-BOOK)
                             RIDFLD(WS-REDBOOK-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF createdTimestamp OF WS-BOOK(1:10) >=
                    WS-EARLIEST-SINCE AND
                    Xstatus OF WS-BOOK NOT = 'WITHDRAWN' AND
                    WS-CAND-COUNT < 500 THEN
                    ADD 1 TO WS-CAND-COUNT
                    MOVE formNumber OF WS-BOOK TO
                      WS-CAND-FORMNUM(WS-CAND-COUNT)
                    MOVE SPACES TO WS-CAND-TOPIC(WS-CAND-COUNT)
                    IF topic-existence OF WS-BOOK > 0 THEN
                       MOVE topic2 OF WS-BOOK TO
                         WS-CAND-TOPIC(WS-CAND-COUNT)
                    END-IF
                    MOVE Xstatus OF WS-BOOK TO
                      WS-CAND-STATUS(WS-CAND-COUNT)
                    MOVE createdTimestamp OF WS-BOOK(1:10) TO
                      WS-CAND-CREATED(WS-CAND-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REDBOOK-FILE) END-EXEC
           END-IF.

      * Profile by profile, so the report groups what each one
      * generated under its own heading
           PERFORM VARYING WS-PROF-I FROM 1 BY 1
                     UNTIL WS-PROF-I > WS-PROF-COUNT
              PERFORM RUN-ONE-PROFILE
           END-PERFORM.

      * Tell the caller how many books the profiles acted on
           EXEC CICS PUT CONTAINER(WS-NUMSTOG-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-GENERATED-COUNT)
                         FLENGTH(LENGTH OF WS-GENERATED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-GENERATED-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Load every profile and note the earliest start date
       LOAD-PROFILES.
           MOVE HIGH-VALUES TO WS-EARLIEST-SINCE.
           MOVE LOW-VALUES TO WS-STOP-KEY.
           EXEC CICS STARTBR FILE(WS-STOP-FILE)
                       RIDFLD(WS-STOP-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-STOP-FILE)
                             INTO(WS-STOP-RECORD)
                             RIDFLD(WS-STOP-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-PROF-COUNT >= 50 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-PROF-COUNT
                 MOVE WS-STOP-KEY TO WS-PROF-ID(WS-PROF-COUNT)
                 MOVE WS-STOP-RECORD TO WS-PROF-RECORD(WS-PROF-COUNT)
                 IF stopSince OF WS-STOP-RECORD < WS-EARLIEST-SINCE
                 THEN
                    MOVE stopSince OF WS-STOP-RECORD TO
                      WS-EARLIEST-SINCE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-STOP-FILE) END-EXEC
           END-IF.

      * One profile: heading, every candidate it matches and hasn't
      * acted on yet, and its total
       RUN-ONE-PROFILE.
           MOVE WS-PROF-ID(WS-PROF-I) TO WS-STOP-KEY.
           MOVE WS-PROF-RECORD(WS-PROF-I) TO WS-STOP-RECORD.
           MOVE 0 TO WS-PROF-BOOKS.
           MOVE 0 TO WS-PROF-COPIES.

           MOVE 0 TO WS-GEN-QTY.
           PERFORM VARYING WS-GEN-I FROM 1 BY 1
                     UNTIL WS-GEN-I > stopBranchCount OF WS-STOP-RECORD
                        OR WS-GEN-I > 10
              ADD stopBranchQty OF WS-STOP-RECORD(WS-GEN-I) TO
                WS-GEN-QTY
           END-PERFORM.

           IF WS-STOP-BY-SERIES THEN
              PERFORM CLOSE-SERIES
           END-IF.

           MOVE SPACES TO WS-STOGN-RECORD.
           MOVE 1 TO WS-STOGN-PTR.
           STRING "PROFILE " DELIMITED BY SIZE
                  WS-STOP-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  stopMatchType OF WS-STOP-RECORD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  stopMatchValue OF WS-STOP-RECORD DELIMITED BY SIZE
                  " TRIGGER " DELIMITED BY SIZE
                  stopTrigger OF WS-STOP-RECORD DELIMITED BY SIZE
                  " ACTION " DELIMITED BY SIZE
                  stopAction OF WS-STOP-RECORD DELIMITED BY SIZE
                  " VENDOR " DELIMITED BY SIZE
                  stopVendor OF WS-STOP-RECORD DELIMITED BY SIZE
                  INTO WS-STOGN-RECORD
                  WITH POINTER WS-STOGN-PTR.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                     UNTIL WS-CAND-I > WS-CAND-COUNT
              PERFORM JUDGE-ONE-BOOK THRU JUDGE-ONE-BOOK-EXIT
           END-PERFORM.

           MOVE WS-PROF-BOOKS TO WS-DISP-COUNT.
           MOVE SPACES TO WS-STOGN-RECORD.
           MOVE 1 TO WS-STOGN-PTR.
           STRING "  TOTAL " DELIMITED BY SIZE
                  WS-STOP-KEY DELIMITED BY SIZE
                  " BOOKS " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO WS-STOGN-RECORD
                  WITH POINTER WS-STOGN-PTR.
           MOVE WS-PROF-COPIES TO WS-DISP-COUNT.
           STRING " COPIES " DELIMITED BY SIZE
                  WS-DISP-COUNT DELIMITED BY SIZE
                  INTO WS-STOGN-RECORD
                  WITH POINTER WS-STOGN-PTR.
           PERFORM WRITE-REPORT-LINE.

      * Close the series: start from the profile's volume and keep
      * following each reached volume's RBKRELAT links until no new
      * formNumbers turn up
       CLOSE-SERIES.
           MOVE 1 TO WS-SET-COUNT.
           MOVE stopMatchValue OF WS-STOP-RECORD(1:12) TO
             WS-SET-ENTRY(1).
           MOVE 0 TO WS-SET-CURSOR.
           PERFORM UNTIL WS-SET-CURSOR >= WS-SET-COUNT
              ADD 1 TO WS-SET-CURSOR
              PERFORM EXPAND-ONE-MEMBER
           END-PERFORM.

       EXPAND-ONE-MEMBER.
           MOVE WS-SET-ENTRY(WS-SET-CURSOR) TO
             WS-RELATED-KEY-FORMNUM.
           MOVE 0 TO WS-RELATED-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-RELATED-FILE)
                       RIDFLD(WS-RELATED-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RELATED-FILE)
                             INTO(WS-RELATED)
                             RIDFLD(WS-RELATED-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-RELATED-KEY-FORMNUM NOT =
                    WS-SET-ENTRY(WS-SET-CURSOR) THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM VARYING WS-SET-I FROM 1 BY 1
                           UNTIL WS-SET-I > WS-SET-COUNT
                    IF WS-SET-ENTRY(WS-SET-I) =
                       relatedFormNumbers OF WS-RELATED THEN
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
                 IF WS-SET-I > WS-SET-COUNT AND
                    WS-SET-COUNT < 50 THEN
                    ADD 1 TO WS-SET-COUNT
                    MOVE relatedFormNumbers OF WS-RELATED TO
                      WS-SET-ENTRY(WS-SET-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RELATED-FILE) END-EXEC
           END-IF.

      * One candidate against the profile in hand: created since the
      * profile started, matching it, in the status it fires on, and
      * not already acted on - then generate
       JUDGE-ONE-BOOK.
           IF WS-CAND-CREATED(WS-CAND-I) <
              stopSince OF WS-STOP-RECORD THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.
           IF WS-STOP-ON-PUBLISH AND
              WS-CAND-STATUS(WS-CAND-I) NOT = 'PUBLISHED' THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.

           MOVE 'N' TO WS-MATCH-SW.
           IF WS-STOP-BY-TOPIC THEN
              IF WS-CAND-TOPIC(WS-CAND-I) =
                 stopMatchValue OF WS-STOP-RECORD THEN
                 MOVE 'Y' TO WS-MATCH-SW
              END-IF
           ELSE
              PERFORM VARYING WS-SET-I FROM 1 BY 1
                        UNTIL WS-SET-I > WS-SET-COUNT
                 IF WS-SET-ENTRY(WS-SET-I) =
                    WS-CAND-FORMNUM(WS-CAND-I) THEN
                    MOVE 'Y' TO WS-MATCH-SW
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT WS-BOOK-MATCHES THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.

           MOVE WS-STOP-KEY TO WS-STOG-KEY-PROFILE.
           MOVE WS-CAND-FORMNUM(WS-CAND-I) TO WS-STOG-KEY-FORMNUM.
           EXEC CICS READ FILE(WS-STOG-FILE)
                     RIDFLD(WS-STOG-KEY)
                     INTO(WS-STOG-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.

           PERFORM PRICE-THE-BOOK.

           INITIALIZE WS-STOG-RECORD.
           MOVE WS-NOW-DATE TO stogDate OF WS-STOG-RECORD.
           MOVE WS-GEN-QTY TO stogQuantity OF WS-STOG-RECORD.
           MOVE WS-GEN-COST TO stogCost OF WS-STOG-RECORD.
           MOVE SPACES TO WS-GEN-MESSAGE.

           IF WS-STOP-PLACES-ORDER THEN
              PERFORM PLACE-THE-ORDER
           END-IF.
           IF stogOutcome OF WS-STOG-RECORD = SPACES THEN
              PERFORM FILE-THE-PROPOSAL THRU FILE-THE-PROPOSAL-EXIT
           END-IF.

           MOVE WS-STOP-KEY TO WS-STOG-KEY-PROFILE.
           MOVE WS-CAND-FORMNUM(WS-CAND-I) TO WS-STOG-KEY-FORMNUM.
           EXEC CICS WRITE FILE(WS-STOG-FILE)
                     RIDFLD(WS-STOG-KEY)
                     FROM(WS-STOG-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-GENERATED-COUNT.
           ADD 1 TO WS-PROF-BOOKS.
           IF stogOutcome OF WS-STOG-RECORD NOT = 'SKIPPED' THEN
              ADD WS-GEN-QTY TO WS-PROF-COPIES
           END-IF.

           MOVE WS-GEN-QTY TO WS-DISP-QTY.
           MOVE WS-GEN-COST TO WS-DISP-COST.
           MOVE SPACES TO WS-STOGN-RECORD.
           MOVE 1 TO WS-STOGN-PTR.
           STRING "  " DELIMITED BY SIZE
                  WS-CAND-FORMNUM(WS-CAND-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  stogOutcome OF WS-STOG-RECORD DELIMITED BY SIZE
                  " QTY " DELIMITED BY SIZE
                  WS-DISP-QTY DELIMITED BY SIZE
                  " COST " DELIMITED BY SIZE
                  WS-DISP-COST DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  stogReason OF WS-STOG-RECORD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GEN-MESSAGE DELIMITED BY SIZE
                  INTO WS-STOGN-RECORD
                  WITH POINTER WS-STOGN-PTR.
           PERFORM WRITE-REPORT-LINE.
       JUDGE-ONE-BOOK-EXIT.
           EXIT.

      * The unit price: the profile vendor's own RBKVPRC list price
      * when it's quoted in the book's currency, otherwise the
      * catalog price - the order's cost is in the book's currency,
      * which is what RBKORDOP's budget check converts from
       PRICE-THE-BOOK.
           MOVE 0 TO WS-GEN-UNIT.
           MOVE SPACES TO WS-GEN-BOOK-CURR.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-CAND-FORMNUM(WS-CAND-I))
                     INTO(WS-BOOK)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF price-existence OF WS-BOOK > 0 THEN
                 MOVE price OF WS-BOOK TO WS-GEN-UNIT
              END-IF
              IF Xcurrency-existence OF WS-BOOK > 0 THEN
                 MOVE Xcurrency OF WS-BOOK TO WS-GEN-BOOK-CURR
              END-IF
           END-IF.

           IF stopVendor OF WS-STOP-RECORD NOT = SPACES THEN
              MOVE WS-CAND-FORMNUM(WS-CAND-I) TO WS-VPRICE-KEY-FORMNUM
              MOVE stopVendor OF WS-STOP-RECORD TO
                WS-VPRICE-KEY-VENDOR
              EXEC CICS READ FILE(WS-VPRICE-FILE)
                        RIDFLD(WS-VPRICE-KEY)
                        INTO(WS-VPRICE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                 (vprCurrency OF WS-VPRICE-RECORD = WS-GEN-BOOK-CURR
                  OR WS-GEN-BOOK-CURR = SPACES) THEN
                 MOVE vprPrice OF WS-VPRICE-RECORD TO WS-GEN-UNIT
              END-IF
           END-IF.

           COMPUTE WS-GEN-COST = WS-GEN-UNIT * WS-GEN-QTY.

      * Place the order through RBKORDOP's own place path. A refusal
      * (over budget, maintenance mode, a vendor since removed)
      * leaves its error container behind - the copies then go
      * forward as a proposal, with the refusal noted
       PLACE-THE-ORDER.
           EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                     CHANNEL(WS-CHANNEL-NAME)
                     NOHANDLE
           END-EXEC.
           INITIALIZE WS-ORDER-REQUEST.
           MOVE WS-CAND-FORMNUM(WS-CAND-I) TO WS-ORDER-REQ-FORMNUM.
           SET WS-ORDER-ACTION-PLACE TO TRUE.
           MOVE WS-GEN-QTY TO WS-ORDER-REQ-QUANTITY.
           MOVE WS-GEN-COST TO WS-ORDER-REQ-COST.
           MOVE stopVendor OF WS-STOP-RECORD TO WS-ORDER-REQ-VENDOR.
           MOVE WS-STOP-KEY TO WS-ORDER-REQ-PROFILE.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ORDER-REQUEST)
                         FLENGTH(LENGTH OF WS-ORDER-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKORDOP')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

           INITIALIZE WS-ERROR.
           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-ERROR)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 'ORDREFUSED' TO stogReason OF WS-STOG-RECORD
              MOVE errorMessage OF WS-ERROR TO WS-GEN-MESSAGE
              EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                        CHANNEL(WS-CHANNEL-NAME)
                        NOHANDLE
              END-EXEC
           ELSE
              MOVE 'ORDERED' TO stogOutcome OF WS-STOG-RECORD
           END-IF.

      * File the OPEN proposal. A demand-driven OPEN proposal for the
      * book is taken over (the larger quantity stands); one another
      * profile already filed, or one already decided, is left alone
       FILE-THE-PROPOSAL.
           MOVE WS-CAND-FORMNUM(WS-CAND-I) TO WS-PROP-KEY.
           EXEC CICS READ FILE(WS-PROP-FILE)
                     RIDFLD(WS-PROP-KEY)
                     INTO(WS-PROP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF NOT WS-PROP-IS-OPEN THEN
                 MOVE 'SKIPPED' TO stogOutcome OF WS-STOG-RECORD
                 MOVE 'PROPDECIDED' TO stogReason OF WS-STOG-RECORD
                 GO TO FILE-THE-PROPOSAL-EXIT
              END-IF
              IF proposalProfile OF WS-PROP-RECORD NOT = SPACES THEN
                 MOVE 'SKIPPED' TO stogOutcome OF WS-STOG-RECORD
                 MOVE 'OTHERPROFILE' TO stogReason OF WS-STOG-RECORD
                 GO TO FILE-THE-PROPOSAL-EXIT
              END-IF
              IF proposalQty OF WS-PROP-RECORD > WS-GEN-QTY THEN
                 MOVE proposalQty OF WS-PROP-RECORD TO WS-GEN-QTY
                 COMPUTE WS-GEN-COST = WS-GEN-UNIT * WS-GEN-QTY
                 MOVE WS-GEN-QTY TO stogQuantity OF WS-STOG-RECORD
                 MOVE WS-GEN-COST TO stogCost OF WS-STOG-RECORD
              END-IF
              EXEC CICS DELETE FILE(WS-PROP-FILE)
                        RIDFLD(WS-PROP-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

           INITIALIZE WS-PROP-RECORD.
           MOVE WS-GEN-QTY TO proposalQty OF WS-PROP-RECORD.
           MOVE WS-GEN-COST TO proposalPrice OF WS-PROP-RECORD.
           MOVE stopVendor OF WS-STOP-RECORD TO
             proposalVendor OF WS-PROP-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO proposalDate OF WS-PROP-RECORD.
           SET WS-PROP-IS-OPEN TO TRUE.
           MOVE WS-STOP-KEY TO proposalProfile OF WS-PROP-RECORD.
           EXEC CICS WRITE FILE(WS-PROP-FILE)
                     RIDFLD(WS-PROP-KEY)
                     FROM(WS-PROP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE 'PROPOSED' TO stogOutcome OF WS-STOG-RECORD.
       FILE-THE-PROPOSAL-EXIT.
           EXIT.

       WRITE-REPORT-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-STOGN-RECORD)
                         LENGTH(LENGTH OF WS-STOGN-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-STOGN-TDQ)
                     FROM(WS-STOGN-RECORD)
                     LENGTH(LENGTH OF WS-STOGN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
