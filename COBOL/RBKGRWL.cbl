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
      * RBKGRWL - Grant waitlist server. Issues the access grants a   *
      *            licensed PDF's waitlist (RBKGRWT) is owed, first   *
      *            come first served, for as long as the book has a   *
      *            licence seat free. LINKed by RBKGRTOP with the one *
      *            book whose seat a revoke has just freed; run with  *
      *            no parameter as a nightly step, it serves every    *
      *            book anybody is waiting for - a seat freed by a    *
      *            grant simply expiring is noticed there. Each grant *
      *            is issued through RBKGRTOP itself, on a channel of *
      *            this program's own, so the waiter passes exactly   *
      *            the checks a desk issue would; a waiter refused    *
      *            while a seat stands free (left, suspended, struck  *
      *            off the register) loses the place rather than      *
      *            blocking everyone behind. A waiter served is sent  *
      *            a GRANT notice through RBKNTSND                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKGRWL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-SERVED-COUNT       PIC S9(8) COMP-5 VALUE 0.

       01 WS-RUN-MODE-SW        PIC X VALUE 'N'.
         88 WS-NIGHTLY-RUN        VALUE 'Y'.
         88 WS-ONE-BOOK-RUN       VALUE 'N'.

      * The channel the grants are issued and the notices sent on -
      * kept apart from the caller's, whose own request and response
      * containers a nested RBKGRTOP would otherwise overwrite
       01 WS-SV-CHANNEL         PIC X(16) VALUE 'RBKGRWL-CHANNEL'.

      * The books with anybody waiting, gathered by the nightly run
      * before any is served
       01 WS-BOOK-TABLE.
         03 WS-BOOK-ENTRY OCCURS 500 TIMES.
           05 WS-BOOK-FORMNUM     PIC X(12).
       01 WS-BOOK-COUNT         PIC S9(4) COMP-5 VALUE 0.
       01 WS-BOOK-I             PIC S9(4) COMP-5.

      * The book being served, its head waiter and its free seats
       01 WS-SV-FORMNUM         PIC X(12).
       01 WS-SV-HEAD-KEY        PIC X(16).
       01 WS-SV-HEAD-BORROWER   PIC X(8).
       01 WS-SV-ACTIVE          PIC S9(8) COMP-5 VALUE 0.
       01 WS-SV-SEATS-FREE      PIC S9(8) COMP-5 VALUE 0.
       01 WS-SV-DONE-SW         PIC X VALUE 'N'.
         88 WS-SV-BOOK-DONE       VALUE 'Y'.
         88 WS-SV-BOOK-OPEN       VALUE 'N'.

      * A book with no licence record has no seat limit - as many
      * seats as a waitlist could ever hold
       01 WS-SV-UNLIMITED       PIC S9(8) COMP-5 VALUE 9999.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Which book - none named means the nightly run over them all
           MOVE SPACES TO WS-GRWL-FORMNUM.
           EXEC CICS GET CONTAINER(WS-GRWL-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-GRWL-FORMNUM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              WS-GRWL-FORMNUM = SPACES THEN
              SET WS-NIGHTLY-RUN TO TRUE
           END-IF.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           IF WS-NIGHTLY-RUN THEN
              MOVE 'RBKGRWL' TO WS-JOBRUN-REQ-NAME
              SET WS-JOBRUN-PHASE-START TO TRUE
              MOVE 0 TO WS-JOBRUN-REQ-RECORDS
              MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME
              EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-JOBRUN-REQUEST)
                            FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWJOBR')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

      * In read-only maintenance mode RBKGRTOP refuses every issue -
      * which, with a seat free, would read as the waiter's own fault
      * and cost them their place. Serve nobody until it lifts.
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

           IF WS-ONE-BOOK-RUN THEN
              MOVE WS-GRWL-FORMNUM TO WS-SV-FORMNUM
              PERFORM SERVE-ONE-BOOK
              GO TO EXIT-PROGRAM
           END-IF.

      * Gather the books with anybody waiting - RBKGRWT is in
      * formNumber order, so each book's waiters arrive together
           MOVE LOW-VALUES TO WS-GRWAIT-KEY.
           EXEC CICS STARTBR FILE(WS-GRWAIT-FILE)
                       RIDFLD(WS-GRWAIT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-GRWAIT-FILE)
                             INTO(WS-GRWAIT-RECORD)
                             RIDFLD(WS-GRWAIT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-BOOK-COUNT = 0 OR
                    WS-GRWAIT-KEY-FORMNUM NOT =
                       WS-BOOK-FORMNUM(WS-BOOK-COUNT) THEN
                    IF WS-BOOK-COUNT >= 500 THEN
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO WS-BOOK-COUNT
                    MOVE WS-GRWAIT-KEY-FORMNUM TO
                      WS-BOOK-FORMNUM(WS-BOOK-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRWAIT-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-BOOK-I FROM 1 BY 1
                     UNTIL WS-BOOK-I > WS-BOOK-COUNT
              MOVE WS-BOOK-FORMNUM(WS-BOOK-I) TO WS-SV-FORMNUM
              PERFORM SERVE-ONE-BOOK
           END-PERFORM.

       EXIT-PROGRAM.
      * Tell the caller how many waiters were served
           EXEC CICS PUT CONTAINER(WS-NUMGRWL-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-SERVED-COUNT)
                         FLENGTH(LENGTH OF WS-SERVED-COUNT)
                         BIT
           END-EXEC.

      * Close this run's job-control record with the final count
           IF WS-NIGHTLY-RUN THEN
              SET WS-JOBRUN-PHASE-END TO TRUE
              MOVE WS-SERVED-COUNT TO WS-JOBRUN-REQ-RECORDS
              MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME
              EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-JOBRUN-REQUEST)
                            FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWJOBR')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

      * Serve one book's waiters, head first, until its seats are
      * full or nobody is left waiting
       SERVE-ONE-BOOK.
           SET WS-SV-BOOK-OPEN TO TRUE.
           PERFORM SERVE-HEAD-WAITER THRU SERVE-HEAD-WAITER-EXIT
              UNTIL WS-SV-BOOK-DONE.

      * Issue the head waiter's grant through RBKGRTOP. No error
      * container back means it was issued - RBKGRTOP has already
      * taken the place off the waitlist. A refusal with a seat still
      * free after it can only be about the waiter, who loses the
      * place; with no seat free any more, someone got there first
      * and the rest wait on
       SERVE-HEAD-WAITER.
           PERFORM COUNT-FREE-SEATS.
           IF WS-SV-SEATS-FREE <= 0 THEN
              SET WS-SV-BOOK-DONE TO TRUE
              GO TO SERVE-HEAD-WAITER-EXIT
           END-IF.

           MOVE WS-SV-FORMNUM TO WS-GRWAIT-KEY-FORMNUM.
           MOVE 0 TO WS-GRWAIT-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-GRWAIT-FILE)
                       RIDFLD(WS-GRWAIT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-SV-BOOK-DONE TO TRUE
              GO TO SERVE-HEAD-WAITER-EXIT
           END-IF.
           EXEC CICS READNEXT FILE(WS-GRWAIT-FILE)
                       INTO(WS-GRWAIT-RECORD)
                       RIDFLD(WS-GRWAIT-KEY)
                       RESP(WS-FILE-RESP)
           END-EXEC.
           EXEC CICS ENDBR FILE(WS-GRWAIT-FILE) END-EXEC.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
              WS-GRWAIT-KEY-FORMNUM NOT = WS-SV-FORMNUM THEN
              SET WS-SV-BOOK-DONE TO TRUE
              GO TO SERVE-HEAD-WAITER-EXIT
           END-IF.
           MOVE WS-GRWAIT-KEY TO WS-SV-HEAD-KEY.
           MOVE gwaitBorrower OF WS-GRWAIT-RECORD TO
             WS-SV-HEAD-BORROWER.

           EXEC CICS DELETE CONTAINER(WS-RBKEROR-CONT-NAME)
                     CHANNEL(WS-SV-CHANNEL)
                     NOHANDLE
           END-EXEC.
           INITIALIZE WS-GRANT-REQUEST.
           MOVE WS-SV-FORMNUM TO WS-GRANT-REQ-FORMNUM.
           SET WS-GRANT-ACTION-ISSUE TO TRUE.
           MOVE WS-SV-HEAD-BORROWER TO WS-GRANT-REQ-BORROWER.
           EXEC CICS PUT CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-SV-CHANNEL)
                         FROM(WS-GRANT-REQUEST)
                         FLENGTH(LENGTH OF WS-GRANT-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKGRTOP')
                     CHANNEL(WS-SV-CHANNEL)
           END-EXEC.

           INITIALIZE WS-ERROR.
           EXEC CICS GET CONTAINER(WS-RBKEROR-CONT-NAME)
                         CHANNEL(WS-SV-CHANNEL)
                         INTO(WS-ERROR)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-SERVED-COUNT
              PERFORM NOTIFY-SERVED
              GO TO SERVE-HEAD-WAITER-EXIT
           END-IF.

           PERFORM COUNT-FREE-SEATS.
           IF WS-SV-SEATS-FREE <= 0 THEN
              SET WS-SV-BOOK-DONE TO TRUE
              GO TO SERVE-HEAD-WAITER-EXIT
           END-IF.
           MOVE WS-SV-HEAD-KEY TO WS-GRWAIT-KEY.
           EXEC CICS DELETE FILE(WS-GRWAIT-FILE)
                     RIDFLD(WS-GRWAIT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
       SERVE-HEAD-WAITER-EXIT.
           EXIT.

      * How many licence seats the book has free right now: its
      * licence seats less its active grants - none at all once the
      * licence has expired, and no limit without a licence
       COUNT-FREE-SEATS.
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           MOVE SPACES TO WS-NOW-STAMP.
           STRING WS-NOW-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.

           MOVE WS-SV-FORMNUM TO WS-LICENCE-KEY.
           INITIALIZE WS-LICENCE-RECORD.
           EXEC CICS READ FILE(WS-LICENCE-FILE)
                     RIDFLD(WS-LICENCE-KEY)
                     INTO(WS-LICENCE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              MOVE WS-SV-UNLIMITED TO WS-SV-SEATS-FREE
           ELSE
              IF licExpiry OF WS-LICENCE-RECORD < WS-NOW-DATE THEN
                 MOVE 0 TO WS-SV-SEATS-FREE
              ELSE
                 PERFORM COUNT-ACTIVE-GRANTS
                 COMPUTE WS-SV-SEATS-FREE =
                    licSeats OF WS-LICENCE-RECORD - WS-SV-ACTIVE
              END-IF
           END-IF.

      * Count the book's grants neither revoked nor expired - the
      * same test RBKGRTOP makes
       COUNT-ACTIVE-GRANTS.
           MOVE 0 TO WS-SV-ACTIVE.
           MOVE WS-SV-FORMNUM TO WS-GRANT-KEY-FORMNUM.
           MOVE 0 TO WS-GRANT-KEY-SEQ.
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
                 IF WS-GRANT-KEY-FORMNUM NOT = WS-SV-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 IF grantRevoked OF WS-GRANT-RECORD = SPACES AND
                    grantExpires OF WS-GRANT-RECORD > WS-NOW-STAMP
                 THEN
                    ADD 1 TO WS-SV-ACTIVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRANT-FILE) END-EXEC
           END-IF.

      * Tell the waiter their grant has been issued, on whichever
      * notice channel they chose
       NOTIFY-SERVED.
           INITIALIZE WS-NTSND-REQUEST.
           MOVE WS-SV-HEAD-BORROWER TO WS-NTSND-BORROWER.
           MOVE 'GRANT' TO WS-NTSND-KIND.
           STRING "A licence seat has come free - your access grant "
                    DELIMITED BY SIZE
                  "for " DELIMITED BY SIZE
                  WS-SV-FORMNUM DELIMITED BY SPACE
                  " has been issued" DELIMITED BY SIZE
                  INTO WS-NTSND-DETAIL.
           EXEC CICS PUT CONTAINER(WS-NTSND-CONT-NAME)
                         CHANNEL(WS-SV-CHANNEL)
                         FROM(WS-NTSND-REQUEST)
                         FLENGTH(LENGTH OF WS-NTSND-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKNTSND')
                     CHANNEL(WS-SV-CHANNEL)
           END-EXEC.
