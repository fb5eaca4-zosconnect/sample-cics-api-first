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
      * RBKRCALL - Nightly recall of loaned copies the hold queue is  *
      *            waiting on. A book whose WAITING holds on RBKRESV  *
      *            outnumber its AVAILABLE copies has its open loans  *
      *            recalled, longest-held first, until every waiting  *
      *            requester has either a free copy or a recalled     *
      *            one coming back. A recalled loan's dueDate is      *
      *            pulled in to WS-RECALL-NOTICE-DAYS from tonight -  *
      *            never inside the WS-RECALL-MIN-DAYS the borrower   *
      *            was guaranteed from checkout, and never later than *
      *            it already was - and loanRecallDate is stamped, so *
      *            RBKCHKOP refuses to renew it and RBKOVRDU fines it *
      *            at the recall rate once it runs late. Each recall  *
      *            sends the borrower a RECALL notice through         *
      *            RBKNTSND, on whichever channel they chose          *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKRCALL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-RECALL-COUNT       PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The effective recall periods this run - defaults unless
      * RBKTHRS says otherwise
       01 WS-NOTICE-DAYS        PIC S9(4) COMP-5 VALUE 0.
       01 WS-MIN-DAYS           PIC S9(4) COMP-5 VALUE 0.

      * The books with anybody WAITING, and how many - gathered in
      * one pass of the hold file before any loan is touched; 500 is
      * the usual fixed cap and the rest wait for tomorrow night
       01 WS-RC-BOOK-COUNT      PIC S9(4) COMP-5 VALUE 0.
       01 WS-RC-BOOK-TABLE.
         03 WS-RC-BOOK-ENTRY OCCURS 500 TIMES.
           05 WS-RC-BOOK-FORMNUM  PIC X(12).
           05 WS-RC-BOOK-WAITING  PIC S9(4) COMP-5.
       01 WS-RC-BOOK-I          PIC S9(4) COMP-5.
       01 WS-RC-LAST-FORMNUM    PIC X(12).
       01 WS-RC-WAITING         PIC S9(4) COMP-5.

      * One book's position: copies on the shelf to lend, open loans
      * (and how many are already recalled), and the open loans that
      * could still be recalled, in sequence = checkout order
       01 WS-RC-COPY-TOTAL      PIC S9(4) COMP-5.
       01 WS-RC-AVAILABLE       PIC S9(4) COMP-5.
       01 WS-RC-OPEN-LOANS      PIC S9(4) COMP-5.
       01 WS-RC-RECALLED        PIC S9(4) COMP-5.
       01 WS-RC-SHORTFALL       PIC S9(4) COMP-5.
       01 WS-RC-LOAN-COUNT      PIC S9(4) COMP-5.
       01 WS-RC-LOAN-TABLE.
         03 WS-RC-LOAN-SEQ OCCURS 500 TIMES PIC 9(4).
       01 WS-RC-LOAN-I          PIC S9(4) COMP-5.

      * Recall-date arithmetic on INTEGER-OF-DATE day numbers
       01 WS-RC-YYYYMMDD        PIC 9(8).
       01 WS-RC-YYYYMMDD-X REDEFINES WS-RC-YYYYMMDD.
         03 WS-RC-YYYY            PIC 9(4).
         03 WS-RC-MM              PIC 9(2).
         03 WS-RC-DD              PIC 9(2).
       01 WS-RC-NOW-INT         PIC S9(8) COMP-5.
       01 WS-RC-OUT-INT         PIC S9(8) COMP-5.
       01 WS-RC-DUE-INT         PIC S9(8) COMP-5.
       01 WS-RC-RECALL-INT      PIC S9(8) COMP-5.
       01 WS-RC-FLOOR-INT       PIC S9(8) COMP-5.
       01 WS-RC-RECALL-STAMP    PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKRCALL' TO WS-JOBRUN-REQ-NAME.
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
           COMPUTE WS-RC-YYYYMMDD =
              FUNCTION NUMVAL(WS-NOW-DATE(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-DATE(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-DATE(9:2)).
           COMPUTE WS-RC-NOW-INT =
              FUNCTION INTEGER-OF-DATE(WS-RC-YYYYMMDD).

           PERFORM LOAD-RECALL-THRESHOLDS.

      * Tally the WAITING holds book by book - the hold file is in
      * formNumber order, so each book's queue arrives together
           MOVE 0 TO WS-RC-BOOK-COUNT.
           MOVE SPACES TO WS-RC-LAST-FORMNUM.
           MOVE 0 TO WS-RC-WAITING.
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
                 IF WS-RESERVE-KEY-FORMNUM NOT = WS-RC-LAST-FORMNUM
                 THEN
                    PERFORM KEEP-WAITING-BOOK
                    MOVE WS-RESERVE-KEY-FORMNUM TO WS-RC-LAST-FORMNUM
                    MOVE 0 TO WS-RC-WAITING
                 END-IF
                 IF WS-HOLD-IS-WAITING THEN
                    ADD 1 TO WS-RC-WAITING
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.
           PERFORM KEEP-WAITING-BOOK.

           PERFORM VARYING WS-RC-BOOK-I FROM 1 BY 1
                     UNTIL WS-RC-BOOK-I > WS-RC-BOOK-COUNT
              PERFORM RECALL-ONE-BOOK THRU RECALL-ONE-BOOK-EXIT
           END-PERFORM.

      * Tell the caller how many loans were recalled
           EXEC CICS PUT CONTAINER(WS-NUMRCAL-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-RECALL-COUNT)
                         FLENGTH(LENGTH OF WS-RECALL-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-RECALL-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Each period takes its RBKTHRS override when one is on file,
      * the shipped default otherwise
       LOAD-RECALL-THRESHOLDS.
           MOVE WS-RECALL-NOTICE-DAYS TO WS-NOTICE-DAYS.
           MOVE WS-RECALL-MIN-DAYS TO WS-MIN-DAYS.

           MOVE 'RECALL' TO WS-THRESH-KEY-CATEG.
           MOVE 'NOTICE' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-NOTICE-DAYS
           END-IF.
           MOVE 'MINLOAN' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-MIN-DAYS
           END-IF.

      * A book just finished in the hold browse goes on the work
      * table if anybody is waiting for it
       KEEP-WAITING-BOOK.
           IF WS-RC-WAITING > 0 AND WS-RC-BOOK-COUNT < 500 THEN
              ADD 1 TO WS-RC-BOOK-COUNT
              MOVE WS-RC-LAST-FORMNUM TO
                WS-RC-BOOK-FORMNUM(WS-RC-BOOK-COUNT)
              MOVE WS-RC-WAITING TO
                WS-RC-BOOK-WAITING(WS-RC-BOOK-COUNT)
           END-IF.

      * Weigh one book's queue against its free copies and recall
      * as many open loans as the difference needs, under the
      * book's lock (the same per-book token RBKCHKOP takes, so no
      * checkout, check-in or renewal can interleave). Loans
      * already recalled count as copies on their way back.
       RECALL-ONE-BOOK.
           MOVE WS-RC-BOOK-FORMNUM(WS-RC-BOOK-I) TO
             WS-BOOK-LOCK-FORMNUM.
           EXEC CICS ENQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           PERFORM COUNT-AVAILABLE-COPIES.
           PERFORM GATHER-OPEN-LOANS.

      * A book whose copies were never catalogued circulates on the
      * old one-open-loan rule - it is on the shelf only when
      * nobody has it
           IF WS-RC-COPY-TOTAL = 0 THEN
              IF WS-RC-OPEN-LOANS = 0 THEN
                 MOVE 1 TO WS-RC-AVAILABLE
              ELSE
                 MOVE 0 TO WS-RC-AVAILABLE
              END-IF
           END-IF.

           COMPUTE WS-RC-SHORTFALL =
              WS-RC-BOOK-WAITING(WS-RC-BOOK-I) - WS-RC-AVAILABLE -
              WS-RC-RECALLED.
           IF WS-RC-SHORTFALL <= 0 THEN
              GO TO RECALL-ONE-BOOK-DEQ
           END-IF.

           PERFORM VARYING WS-RC-LOAN-I FROM 1 BY 1
                     UNTIL WS-RC-LOAN-I > WS-RC-LOAN-COUNT OR
                           WS-RC-LOAN-I > WS-RC-SHORTFALL
              PERFORM RECALL-ONE-LOAN THRU RECALL-ONE-LOAN-EXIT
           END-PERFORM.

       RECALL-ONE-BOOK-DEQ.
           EXEC CICS DEQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.
       RECALL-ONE-BOOK-EXIT.
           EXIT.

      * Copies that could go out tonight: AVAILABLE and not flagged
      * reference-only
       COUNT-AVAILABLE-COPIES.
           MOVE 0 TO WS-RC-COPY-TOTAL.
           MOVE 0 TO WS-RC-AVAILABLE.
           MOVE WS-RC-BOOK-FORMNUM(WS-RC-BOOK-I) TO
             WS-COPY-KEY-FORMNUM.
           MOVE 0 TO WS-COPY-KEY-NUM.

           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                       RIDFLD(WS-COPY-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-COPY-FILE)
                             INTO(WS-COPY-RECORD)
                             RIDFLD(WS-COPY-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-COPY-KEY-FORMNUM NOT =
                    WS-RC-BOOK-FORMNUM(WS-RC-BOOK-I) THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-RC-COPY-TOTAL
                 IF WS-COPY-IS-AVAILABLE AND
                    copyLoanable OF WS-COPY-RECORD NOT = 'N' THEN
                    ADD 1 TO WS-RC-AVAILABLE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

      * The book's open loans: how many, how many already recalled,
      * and the sequence numbers of those that are not
       GATHER-OPEN-LOANS.
           MOVE 0 TO WS-RC-OPEN-LOANS.
           MOVE 0 TO WS-RC-RECALLED.
           MOVE 0 TO WS-RC-LOAN-COUNT.
           MOVE WS-RC-BOOK-FORMNUM(WS-RC-BOOK-I) TO
             WS-LOAN-KEY-FORMNUM.
           MOVE 0 TO WS-LOAN-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-LOAN-FILE)
                       RIDFLD(WS-LOAN-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LOAN-FILE)
                             INTO(WS-LOAN-RECORD)
                             RIDFLD(WS-LOAN-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-LOAN-KEY-FORMNUM NOT =
                    WS-RC-BOOK-FORMNUM(WS-RC-BOOK-I) THEN
                    EXIT PERFORM
                 END-IF
                 IF returnDate OF WS-LOAN-RECORD = SPACES THEN
                    ADD 1 TO WS-RC-OPEN-LOANS
                    IF loanRecallDate OF WS-LOAN-RECORD NOT = SPACES
                    THEN
                       ADD 1 TO WS-RC-RECALLED
                    ELSE
                       IF WS-RC-LOAN-COUNT < 500 THEN
                          ADD 1 TO WS-RC-LOAN-COUNT
                          MOVE WS-LOAN-KEY-SEQ TO
                            WS-RC-LOAN-SEQ(WS-RC-LOAN-COUNT)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * Recall one open loan: work out the recall due date, stamp
      * it and the recall on the loan (delete-then-write, the usual
      * idiom) and send the borrower their notice
       RECALL-ONE-LOAN.
           MOVE WS-RC-BOOK-FORMNUM(WS-RC-BOOK-I) TO
             WS-LOAN-KEY-FORMNUM.
           MOVE WS-RC-LOAN-SEQ(WS-RC-LOAN-I) TO WS-LOAN-KEY-SEQ.
           EXEC CICS READ FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     INTO(WS-LOAN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO RECALL-ONE-LOAN-EXIT
           END-IF.

      * Tonight plus the recall notice period, but no earlier than
      * the guaranteed minimum from checkout (a loan with no
      * checkoutDate on file gets the minimum from tonight)
           COMPUTE WS-RC-RECALL-INT = WS-RC-NOW-INT + WS-NOTICE-DAYS.
           IF checkoutDate OF WS-LOAN-RECORD = SPACES THEN
              MOVE WS-RC-NOW-INT TO WS-RC-OUT-INT
           ELSE
              COMPUTE WS-RC-YYYYMMDD =
                 FUNCTION NUMVAL(checkoutDate OF WS-LOAN-RECORD(1:4))
                    * 10000 +
                 FUNCTION NUMVAL(checkoutDate OF WS-LOAN-RECORD(6:2))
                    * 100 +
                 FUNCTION NUMVAL(checkoutDate OF WS-LOAN-RECORD(9:2))
              COMPUTE WS-RC-OUT-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RC-YYYYMMDD)
           END-IF.
           COMPUTE WS-RC-FLOOR-INT = WS-RC-OUT-INT + WS-MIN-DAYS.
           IF WS-RC-RECALL-INT < WS-RC-FLOOR-INT THEN
              MOVE WS-RC-FLOOR-INT TO WS-RC-RECALL-INT
           END-IF.

      * A recall never pushes a due date out - a loan already due
      * sooner keeps its date and is only barred from renewal
           IF dueDate OF WS-LOAN-RECORD NOT = SPACES THEN
              COMPUTE WS-RC-YYYYMMDD =
                 FUNCTION NUMVAL(dueDate OF WS-LOAN-RECORD(1:4))
                    * 10000 +
                 FUNCTION NUMVAL(dueDate OF WS-LOAN-RECORD(6:2))
                    * 100 +
                 FUNCTION NUMVAL(dueDate OF WS-LOAN-RECORD(9:2))
              COMPUTE WS-RC-DUE-INT =
                 FUNCTION INTEGER-OF-DATE(WS-RC-YYYYMMDD)
              IF WS-RC-RECALL-INT >= WS-RC-DUE-INT THEN
                 MOVE dueDate OF WS-LOAN-RECORD TO WS-RC-RECALL-STAMP
                 GO TO RECALL-ONE-LOAN-STAMP
              END-IF
           END-IF.

           COMPUTE WS-RC-YYYYMMDD =
              FUNCTION DATE-OF-INTEGER(WS-RC-RECALL-INT).
           MOVE SPACES TO WS-RC-RECALL-STAMP.
           STRING WS-RC-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RC-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-RC-DD DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-RC-RECALL-STAMP.

      * Nobody can return a book to a closed desk - a recall date
      * on a weekend or RBKCAL holiday rolls to the next business
      * day, the same as a checkout's due date
           INITIALIZE WS-BDAY-PARM.
           SET WS-BDAY-NEXT-BUSDAY TO TRUE.
           MOVE WS-RC-RECALL-STAMP TO WS-BDAY-DATE.
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
              MOVE WS-BDAY-DATE TO WS-RC-RECALL-STAMP
           END-IF.

       RECALL-ONE-LOAN-STAMP.
           EXEC CICS DELETE FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-RC-RECALL-STAMP(1:25) TO dueDate OF WS-LOAN-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO
             loanRecallDate OF WS-LOAN-RECORD.
           EXEC CICS WRITE FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     FROM(WS-LOAN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-RECALL-COUNT.

           PERFORM WRITE-RECALL-NOTICE.
       RECALL-ONE-LOAN-EXIT.
           EXIT.

      * The recall notice goes through RBKNTSND like every other
      * borrower notice, so it follows the borrower's channel
       WRITE-RECALL-NOTICE.
           INITIALIZE WS-NTSND-REQUEST.
           MOVE borrower OF WS-LOAN-RECORD(1:8) TO WS-NTSND-BORROWER.
           MOVE 'RECALL' TO WS-NTSND-KIND.
           MOVE 1 TO WS-NOTICE-PTR.
           STRING "LOAN," DELIMITED BY SIZE
                  WS-LOAN-KEY-FORMNUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  dueDate OF WS-LOAN-RECORD(1:10)
                    DELIMITED BY SIZE
                  ",recalled - please return by this date"
                    DELIMITED BY SIZE
                INTO WS-NTSND-DETAIL
                WITH POINTER WS-NOTICE-PTR
           END-STRING.

           EXEC CICS PUT CONTAINER(WS-NTSND-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-NTSND-REQUEST)
                         FLENGTH(LENGTH OF WS-NTSND-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKNTSND')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
