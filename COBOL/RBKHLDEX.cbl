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
      * RBKHLDEX - Nightly READY-hold expiry. A READY hold left       *
      *            uncollected past its holdPickupBy date is expired: *
      *            the hold leaves RBKRESV, the no-show is filed on   *
      *            the requester's RBKNOSHW history, and the next     *
      *            WAITING hold for the book is promoted to READY     *
      *            with a fresh pickup deadline - so the copy moves   *
      *            down the queue instead of sitting on the hold      *
      *            shelf until somebody notices (or, when it is to be *
      *            collected at a branch with no copy on the shelf,   *
      *            routed there through RBKHROUT - a ROUTED line      *
      *            instead of PROMOTED). READY holds written          *
      *            before the deadline existed get one stamped from   *
      *            today. Every expiry and promotion goes to the      *
      *            WS-HOLDEX-TDQ queue, followed by one NOSHOW line   *
      *            per borrower at or over the repeat no-show count   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKHLDEX.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-EXPIRED-COUNT      PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The effective pickup allowance and repeat no-show count this
      * run - defaults unless RBKTHRS says otherwise
       01 WS-PICKUP-DAYS        PIC S9(4) COMP-5 VALUE 0.
       01 WS-REPEAT-LIMIT       PIC S9(4) COMP-5 VALUE 0.

      * The READY holds the browse found needing attention - 'E' to
      * expire (deadline passed), 'S' to stamp (no deadline yet).
      * They are acted on once the browse is over, each under its
      * book's lock; 500 is the usual fixed cap and anything past it
      * is simply picked up by tomorrow night's run.
       01 WS-HX-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-HX-TABLE.
         03 WS-HX-ENTRY OCCURS 500 TIMES.
           05 WS-HX-KEY.
             07 WS-HX-FORMNUM       PIC X(12).
             07 WS-HX-SEQ           PIC 9(4).
           05 WS-HX-ACTION        PIC X.
             88 WS-HX-EXPIRE        VALUE 'E'.
             88 WS-HX-STAMP         VALUE 'S'.
       01 WS-HX-I               PIC S9(4) COMP-5.

      * The expired hold's requester and deadline, kept for the
      * no-show record once WS-RESERVE-RECORD is reused for the
      * promotion
       01 WS-HX-REQUESTER       PIC X(40).
       01 WS-HX-PICKUPBY        PIC X(32).

      * First WAITING hold behind the expired one
       01 WS-HX-WAITING-SW      PIC X VALUE 'N'.
         88 WS-HX-WAITING-FOUND   VALUE 'Y'.
         88 WS-HX-WAITING-NONE    VALUE 'N'.
       01 WS-HX-WAITING-SEQ     PIC 9(4) VALUE 0.

      * No-show filing and the repeat-offender tally
       01 WS-NOSHOW-BORROWER    PIC X(8).
       01 WS-NOSHOW-NEXT-SEQ    PIC 9(4) VALUE 0.
       01 WS-NOSHOW-LAST        PIC X(8).
       01 WS-NOSHOW-TALLY       PIC S9(8) COMP-5 VALUE 0.
       01 WS-NOSHOW-DISPLAY     PIC Z(7)9.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKHLDEX' TO WS-JOBRUN-REQ-NAME.
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

           PERFORM LOAD-HOLD-THRESHOLDS.

      * Find the READY holds that are past their pickup deadline
      * (the deadline day itself still counts as collectable) or
      * that have never been given one
           MOVE 0 TO WS-HX-COUNT.
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
                 IF WS-HX-COUNT >= 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-HOLD-IS-READY THEN
                    IF holdPickupBy OF WS-RESERVE-RECORD = SPACES THEN
                       ADD 1 TO WS-HX-COUNT
                       MOVE WS-RESERVE-KEY TO WS-HX-KEY(WS-HX-COUNT)
                       SET WS-HX-STAMP(WS-HX-COUNT) TO TRUE
                    ELSE
                       IF holdPickupBy OF WS-RESERVE-RECORD(1:10) <
                          WS-NOW-DATE THEN
                          ADD 1 TO WS-HX-COUNT
                          MOVE WS-RESERVE-KEY TO
                            WS-HX-KEY(WS-HX-COUNT)
                          SET WS-HX-EXPIRE(WS-HX-COUNT) TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-HX-I FROM 1 BY 1
                     UNTIL WS-HX-I > WS-HX-COUNT
              PERFORM ACT-ON-ONE-HOLD THRU ACT-ON-ONE-HOLD-EXIT
           END-PERFORM.

           PERFORM REPORT-REPEAT-NOSHOWS.

      * Tell the caller how many holds were expired
           EXEC CICS PUT CONTAINER(WS-NUMHLDX-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-EXPIRED-COUNT)
                         FLENGTH(LENGTH OF WS-EXPIRED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-EXPIRED-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Each threshold takes its RBKTHRS override when one is on
      * file, the shipped default otherwise
       LOAD-HOLD-THRESHOLDS.
           MOVE WS-HOLD-PICKUP-DAYS TO WS-PICKUP-DAYS.
           MOVE WS-NOSHOW-REPEAT-LIMIT TO WS-REPEAT-LIMIT.

           MOVE 'HOLD' TO WS-THRESH-KEY-CATEG.
           MOVE 'PICKUP' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-PICKUP-DAYS
           END-IF.
           MOVE 'NOSHOW' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-REPEAT-LIMIT
           END-IF.

      * Expire or stamp one hold from the table, under its book's
      * lock (the same per-book token RBKCHKOP and RBKHLDOP take) -
      * the hold is re-read first, since the requester may have
      * collected it at the desk since the browse saw it
       ACT-ON-ONE-HOLD.
           MOVE WS-HX-FORMNUM(WS-HX-I) TO WS-BOOK-LOCK-FORMNUM.
           EXEC CICS ENQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           MOVE WS-HX-KEY(WS-HX-I) TO WS-RESERVE-KEY.
           INITIALIZE WS-RESERVE-RECORD.
           EXEC CICS READ FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     INTO(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              NOT WS-HOLD-IS-READY THEN
              GO TO ACT-ON-ONE-HOLD-DEQ
           END-IF.

           IF WS-HX-STAMP(WS-HX-I) THEN
              EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                        RIDFLD(WS-RESERVE-KEY)
                        RESP(WS-RESP)
              END-EXEC
              PERFORM STAMP-PICKUP-BY
              EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                        RIDFLD(WS-RESERVE-KEY)
                        FROM(WS-RESERVE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              GO TO ACT-ON-ONE-HOLD-DEQ
           END-IF.

      * The deadline has gone - the hold leaves the queue and the
      * no-show goes on the requester's history
           MOVE requester OF WS-RESERVE-RECORD TO WS-HX-REQUESTER.
           MOVE holdPickupBy OF WS-RESERVE-RECORD TO WS-HX-PICKUPBY.
           EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-EXPIRED-COUNT.

           PERFORM FILE-NOSHOW THRU FILE-NOSHOW-EXIT.

           MOVE SPACES TO WS-HOLDEX-RECORD.
           MOVE 1 TO WS-HOLDEX-PTR.
           STRING "EXPIRED," DELIMITED BY SIZE
                  WS-HX-FORMNUM(WS-HX-I) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-HX-REQUESTER DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-HX-PICKUPBY(1:10) DELIMITED BY SIZE
                INTO WS-HOLDEX-RECORD
                WITH POINTER WS-HOLDEX-PTR
           END-STRING.
           PERFORM WRITE-HOLDEX-LINE.

      * The copy that was kept now goes to the next in line - or,
      * when that requester collects at a branch with no copy on the
      * shelf, RBKHROUT sends one there and the hold goes IN TRANSIT
           PERFORM FIND-NEXT-WAITING.
           IF WS-HX-WAITING-FOUND THEN
              PERFORM ROUTE-NEXT-WAITING
              IF WS-HROUT-DISPATCHED THEN
                 PERFORM REPORT-ROUTED-HOLD
                 GO TO ACT-ON-ONE-HOLD-DEQ
              END-IF
              MOVE WS-HX-FORMNUM(WS-HX-I) TO WS-RESERVE-KEY-FORMNUM
              MOVE WS-HX-WAITING-SEQ TO WS-RESERVE-KEY-SEQ
              INITIALIZE WS-RESERVE-RECORD
              EXEC CICS READ FILE(WS-RESERVE-FILE)
                        RIDFLD(WS-RESERVE-KEY)
                        INTO(WS-RESERVE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                           RIDFLD(WS-RESERVE-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 SET WS-HOLD-IS-READY TO TRUE
                 MOVE SPACES TO holdPickedDate OF WS-RESERVE-RECORD
                 PERFORM STAMP-PICKUP-BY
                 EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                           RIDFLD(WS-RESERVE-KEY)
                           FROM(WS-RESERVE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE SPACES TO WS-HOLDEX-RECORD
                 MOVE 1 TO WS-HOLDEX-PTR
                 STRING "PROMOTED," DELIMITED BY SIZE
                        WS-HX-FORMNUM(WS-HX-I) DELIMITED BY SPACE
                        "," DELIMITED BY SIZE
                        requester OF WS-RESERVE-RECORD
                          DELIMITED BY "  "
                        "," DELIMITED BY SIZE
                        holdPickupBy OF WS-RESERVE-RECORD(1:10)
                          DELIMITED BY SIZE
                      INTO WS-HOLDEX-RECORD
                      WITH POINTER WS-HOLDEX-PTR
                 END-STRING
                 PERFORM WRITE-HOLDEX-LINE
              END-IF
           END-IF.

       ACT-ON-ONE-HOLD-DEQ.
           EXEC CICS DEQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.
       ACT-ON-ONE-HOLD-EXIT.
           EXIT.

      * Ask RBKHROUT whether the next WAITING hold can be served at
      * its pickup branch, or has had a copy dispatched there
       ROUTE-NEXT-WAITING.
           INITIALIZE WS-HROUT-PARM.
           MOVE WS-HX-FORMNUM(WS-HX-I) TO WS-HROUT-FORMNUM.
           MOVE WS-HX-WAITING-SEQ TO WS-HROUT-SEQ.
           EXEC CICS PUT CONTAINER(WS-HROUT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-HROUT-PARM)
                         FLENGTH(LENGTH OF WS-HROUT-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKHROUT')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-HROUT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-HROUT-PARM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-HROUT-AT-PICKUP TO TRUE
           END-IF.

      * One ROUTED line for a next-in-line hold whose copy is on its
      * way: the book, the requester and the branch it left
       REPORT-ROUTED-HOLD.
           MOVE WS-HX-FORMNUM(WS-HX-I) TO WS-RESERVE-KEY-FORMNUM.
           MOVE WS-HX-WAITING-SEQ TO WS-RESERVE-KEY-SEQ.
           INITIALIZE WS-RESERVE-RECORD.
           EXEC CICS READ FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     INTO(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-HOLDEX-RECORD.
           MOVE 1 TO WS-HOLDEX-PTR.
           STRING "ROUTED," DELIMITED BY SIZE
                  WS-HX-FORMNUM(WS-HX-I) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  requester OF WS-RESERVE-RECORD DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-HROUT-FROM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  holdPickupBranch OF WS-RESERVE-RECORD
                    DELIMITED BY SPACE
                INTO WS-HOLDEX-RECORD
                WITH POINTER WS-HOLDEX-PTR
           END-STRING.
           PERFORM WRITE-HOLDEX-LINE.

      * The first WAITING hold in this book's queue, in sequence
      * (= first-come-first-served) order
       FIND-NEXT-WAITING.
           SET WS-HX-WAITING-NONE TO TRUE.
           MOVE WS-HX-FORMNUM(WS-HX-I) TO WS-RESERVE-KEY-FORMNUM.
           MOVE 0 TO WS-RESERVE-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-RESERVE-FILE)
                       RIDFLD(WS-RESERVE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                             INTO(WS-RESERVE-RECORD)
                             RIDFLD(WS-RESERVE-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-RESERVE-KEY-FORMNUM NOT =
                    WS-HX-FORMNUM(WS-HX-I) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-HOLD-IS-WAITING THEN
                    SET WS-HX-WAITING-FOUND TO TRUE
                    MOVE WS-RESERVE-KEY-SEQ TO WS-HX-WAITING-SEQ
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.

      * Append the no-show to the requester's RBKNOSHW history at
      * their next free sequence. A hold with no registered id on
      * the front of its requester field can't be filed - it still
      * shows as EXPIRED on the report.
       FILE-NOSHOW.
           MOVE WS-HX-REQUESTER(1:8) TO WS-NOSHOW-BORROWER.
           IF WS-NOSHOW-BORROWER = SPACES THEN
              GO TO FILE-NOSHOW-EXIT
           END-IF.

           MOVE 0 TO WS-NOSHOW-NEXT-SEQ.
           MOVE WS-NOSHOW-BORROWER TO WS-NOSHOW-KEY-BORROWER.
           MOVE 0 TO WS-NOSHOW-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-NOSHOW-FILE)
                       RIDFLD(WS-NOSHOW-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-NOSHOW-FILE)
                             INTO(WS-NOSHOW-RECORD)
                             RIDFLD(WS-NOSHOW-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-NOSHOW-KEY-BORROWER NOT = WS-NOSHOW-BORROWER
                 THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-NOSHOW-KEY-SEQ TO WS-NOSHOW-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-NOSHOW-FILE) END-EXEC
           END-IF.

           MOVE WS-NOSHOW-BORROWER TO WS-NOSHOW-KEY-BORROWER.
           ADD 1 TO WS-NOSHOW-NEXT-SEQ.
           MOVE WS-NOSHOW-NEXT-SEQ TO WS-NOSHOW-KEY-SEQ.
           INITIALIZE WS-NOSHOW-RECORD.
           MOVE WS-HX-FORMNUM(WS-HX-I) TO
             noshowFormNumber OF WS-NOSHOW-RECORD.
           MOVE WS-HX-PICKUPBY TO noshowPickupBy OF WS-NOSHOW-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO
             noshowExpiredDate OF WS-NOSHOW-RECORD.
           EXEC CICS WRITE FILE(WS-NOSHOW-FILE)
                     RIDFLD(WS-NOSHOW-KEY)
                     FROM(WS-NOSHOW-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       FILE-NOSHOW-EXIT.
           EXIT.

      * Stamp the pickup deadline on the hold in WS-RESERVE-RECORD:
      * the pickup allowance in business days from today, the same
      * arithmetic RBKCHKOP's check-in uses when it promotes a hold
       STAMP-PICKUP-BY.
           INITIALIZE WS-BDAY-PARM.
           SET WS-BDAY-ADD-BUSDAYS TO TRUE.
           MOVE WS-NOW-STAMP TO WS-BDAY-DATE.
           MOVE WS-PICKUP-DAYS TO WS-BDAY-COUNT.
           EXEC CICS PUT CONTAINER(WS-BDAY-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-BDAY-PARM)
                         FLENGTH(LENGTH OF WS-BDAY-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKBDAY')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-BDAY-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-BDAY-PARM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-BDAY-DATE(1:25) TO
                holdPickupBy OF WS-RESERVE-RECORD
           ELSE
              MOVE WS-NOW-STAMP(1:25) TO
                holdPickupBy OF WS-RESERVE-RECORD
           END-IF.

      * Walk the whole no-show register in borrower order, tallying
      * each borrower's no-shows, and report every borrower at or
      * over the repeat count
       REPORT-REPEAT-NOSHOWS.
           MOVE LOW-VALUES TO WS-NOSHOW-KEY.
           MOVE LOW-VALUES TO WS-NOSHOW-LAST.
           MOVE 0 TO WS-NOSHOW-TALLY.

           EXEC CICS STARTBR FILE(WS-NOSHOW-FILE)
                       RIDFLD(WS-NOSHOW-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-NOSHOW-FILE)
                             INTO(WS-NOSHOW-RECORD)
                             RIDFLD(WS-NOSHOW-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-NOSHOW-KEY-BORROWER NOT = WS-NOSHOW-LAST THEN
                    PERFORM REPORT-ONE-NOSHOW-TALLY
                    MOVE WS-NOSHOW-KEY-BORROWER TO WS-NOSHOW-LAST
                    MOVE 0 TO WS-NOSHOW-TALLY
                 END-IF
                 ADD 1 TO WS-NOSHOW-TALLY
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-NOSHOW-FILE) END-EXEC
           END-IF.

           PERFORM REPORT-ONE-NOSHOW-TALLY.

       REPORT-ONE-NOSHOW-TALLY.
           IF WS-NOSHOW-TALLY > 0 AND
              WS-NOSHOW-TALLY >= WS-REPEAT-LIMIT THEN
              MOVE WS-NOSHOW-TALLY TO WS-NOSHOW-DISPLAY
              MOVE SPACES TO WS-HOLDEX-RECORD
              MOVE 1 TO WS-HOLDEX-PTR
              STRING "NOSHOW," DELIMITED BY SIZE
                     WS-NOSHOW-LAST DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-NOSHOW-DISPLAY DELIMITED BY SIZE
                   INTO WS-HOLDEX-RECORD
                   WITH POINTER WS-HOLDEX-PTR
              END-STRING
              PERFORM WRITE-HOLDEX-LINE
           END-IF.

       WRITE-HOLDEX-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-HOLDEX-RECORD)
                         LENGTH(LENGTH OF WS-HOLDEX-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-HOLDEX-TDQ)
                         FROM(WS-HOLDEX-RECORD)
                         LENGTH(LENGTH OF WS-HOLDEX-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
