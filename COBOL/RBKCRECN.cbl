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
      * RBKCRECN - Nightly circulation-state reconciliation. Walks    *
      *            RBKCOPY book by book and cross-checks each book's  *
      *            copies against its open RBKLOAN loans, open        *
      *            RBKILLO shipments, open RBKRPAIR repairs and READY *
      *            RBKRESV holds, WRITEQing one line per mismatch to  *
      *            the WS-CRECN-TDQ TD queue:                         *
      *              ONLOAN-NOLOAN  ON-LOAN copy nobody has out       *
      *              LOAN-AVAIL     open loan whose copy is AVAILABLE *
      *              LOAN-NOCOPY    open loan stamped with a copy     *
      *                             number the inventory lacks        *
      *              ILL-AVAIL      open ILL-out whose copy is        *
      *                             AVAILABLE                         *
      *              READY-NOAVAIL  READY hold on a book with no      *
      *                             AVAILABLE copy to hand over       *
      *              REPAIR-NOOPEN  IN-REPAIR copy with no open       *
      *                             repair record                     *
      *            Nothing is corrected - the report is for the desk  *
      *            to walk the shelves with                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCRECN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-CRECN-COUNT        PIC S9(8) COMP-5 VALUE 0.

      * The book whose copies are being gathered, and its copies -
      * number, status, whether an open loan or ILL shipment accounts
      * for it, and whether an open repair does. 500 is the usual
      * fixed cap; copies past it are simply not checked.
       01 WS-CRECN-BOOK         PIC X(12) VALUE LOW-VALUES.
       01 WS-CRECN-COPY-COUNT   PIC S9(4) COMP-5 VALUE 0.
       01 WS-CRECN-COPY-TABLE.
         03 WS-CRECN-COPY-ENTRY OCCURS 500 TIMES.
           05 WS-CRECN-CPY-NUM      PIC 9(4).
           05 WS-CRECN-CPY-STATUS   PIC X(9).
             88 WS-CRECN-CPY-AVAILABLE  VALUE 'AVAILABLE'.
             88 WS-CRECN-CPY-ONLOAN     VALUE 'ON-LOAN'.
             88 WS-CRECN-CPY-INREPAIR   VALUE 'IN-REPAIR'.
           05 WS-CRECN-CPY-HELD     PIC X.
             88 WS-CRECN-CPY-IS-HELD    VALUE 'Y'.
           05 WS-CRECN-CPY-REPAIR   PIC X.
             88 WS-CRECN-CPY-IN-SHOP    VALUE 'Y'.

      * Per-book tallies: AVAILABLE copies, open loans written before
      * loans were stamped with their copy (each one is taken to
      * account for one otherwise-unexplained ON-LOAN copy), and
      * READY holds
       01 WS-CRECN-AVAIL        PIC S9(4) COMP-5 VALUE 0.
       01 WS-CRECN-UNSTAMPED    PIC S9(4) COMP-5 VALUE 0.
       01 WS-CRECN-READY        PIC S9(4) COMP-5 VALUE 0.

       01 WS-CRECN-I            PIC S9(4) COMP-5.
       01 WS-CRECN-FOUND-AT     PIC S9(4) COMP-5.
       01 WS-CRECN-SEEK-NUM     PIC 9(4).

      * One report line's variable parts
       01 WS-CRECN-CHECK        PIC X(14).
       01 WS-CRECN-LINE-NUM     PIC 9(4).
       01 WS-CRECN-DETAIL       PIC X(40).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKCRECN' TO WS-JOBRUN-REQ-NAME.
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

      * Ensure we're the only task accessing the Redbook catalog -
      * five files are compared against each other, so a checkout
      * landing between two of the reads would show up as a false
      * mismatch; the whole-catalog lock keeps the picture still,
      * the same way RBKOVRDU and RBKCIRC take it
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Gather one book's copies at a time; each time the browse
      * moves on to the next formNumber, the book just gathered is
      * checked against the other circulation files
           MOVE 0 TO WS-CRECN-COUNT.
           MOVE 0 TO WS-CRECN-COPY-COUNT.
           MOVE LOW-VALUES TO WS-CRECN-BOOK.
           MOVE LOW-VALUES TO WS-COPY-KEY.

           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                       RIDFLD(WS-COPY-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-COPY-FILE)
                             INTO(WS-COPY-RECORD)
                             RIDFLD(WS-COPY-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-COPY-KEY-FORMNUM NOT = WS-CRECN-BOOK THEN
                    IF WS-CRECN-COPY-COUNT > 0 THEN
                       PERFORM CHECK-ONE-BOOK
                    END-IF
                    MOVE WS-COPY-KEY-FORMNUM TO WS-CRECN-BOOK
                    MOVE 0 TO WS-CRECN-COPY-COUNT
                 END-IF
                 IF WS-CRECN-COPY-COUNT < 500 THEN
                    ADD 1 TO WS-CRECN-COPY-COUNT
                    MOVE WS-COPY-KEY-NUM TO
                      WS-CRECN-CPY-NUM(WS-CRECN-COPY-COUNT)
                    MOVE copyStatus OF WS-COPY-RECORD TO
                      WS-CRECN-CPY-STATUS(WS-CRECN-COPY-COUNT)
                    MOVE 'N' TO WS-CRECN-CPY-HELD(WS-CRECN-COPY-COUNT)
                    MOVE 'N' TO
                      WS-CRECN-CPY-REPAIR(WS-CRECN-COPY-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

      * The last book gathered has no successor to trigger its check
           IF WS-CRECN-COPY-COUNT > 0 THEN
              PERFORM CHECK-ONE-BOOK
           END-IF.

      * Tell the caller how many mismatches were reported
           EXEC CICS PUT CONTAINER(WS-NUMCREC-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-CRECN-COUNT)
                         FLENGTH(LENGTH OF WS-CRECN-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Free the Redbook catalog for another task to use
           EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-CRECN-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Check the book in WS-CRECN-BOOK, whose copies are in the
      * table: mark the copies its open loans, open ILL shipments and
      * open repairs account for (reporting any that disagree on the
      * way), then report whatever copy is left unexplained, and a
      * READY hold with nothing on the shelf to satisfy it
       CHECK-ONE-BOOK.
           MOVE 0 TO WS-CRECN-AVAIL.
           MOVE 0 TO WS-CRECN-UNSTAMPED.
           MOVE 0 TO WS-CRECN-READY.

           PERFORM CHECK-BOOK-LOANS.
           PERFORM CHECK-BOOK-ILLOUT.
           PERFORM CHECK-BOOK-REPAIRS.

           PERFORM VARYING WS-CRECN-I FROM 1 BY 1
                     UNTIL WS-CRECN-I > WS-CRECN-COPY-COUNT
              IF WS-CRECN-CPY-AVAILABLE(WS-CRECN-I) THEN
                 ADD 1 TO WS-CRECN-AVAIL
              END-IF
      * An ON-LOAN copy no stamped loan or shipment claims is
      * explained by an unstamped (older) open loan while any remain
              IF WS-CRECN-CPY-ONLOAN(WS-CRECN-I) AND
                 NOT WS-CRECN-CPY-IS-HELD(WS-CRECN-I) THEN
                 IF WS-CRECN-UNSTAMPED > 0 THEN
                    SUBTRACT 1 FROM WS-CRECN-UNSTAMPED
                 ELSE
                    MOVE 'ONLOAN-NOLOAN' TO WS-CRECN-CHECK
                    MOVE WS-CRECN-CPY-NUM(WS-CRECN-I) TO
                      WS-CRECN-LINE-NUM
                    MOVE 'no open loan or ILL shipment' TO
                      WS-CRECN-DETAIL
                    PERFORM WRITE-CRECN-LINE
                 END-IF
              END-IF
              IF WS-CRECN-CPY-INREPAIR(WS-CRECN-I) AND
                 NOT WS-CRECN-CPY-IN-SHOP(WS-CRECN-I) THEN
                 MOVE 'REPAIR-NOOPEN' TO WS-CRECN-CHECK
                 MOVE WS-CRECN-CPY-NUM(WS-CRECN-I) TO
                   WS-CRECN-LINE-NUM
                 MOVE 'no open RBKRPAIR record' TO WS-CRECN-DETAIL
                 PERFORM WRITE-CRECN-LINE
              END-IF
           END-PERFORM.

           IF WS-CRECN-AVAIL = 0 THEN
              PERFORM COUNT-READY-HOLDS
              IF WS-CRECN-READY > 0 THEN
                 MOVE 'READY-NOAVAIL' TO WS-CRECN-CHECK
                 MOVE 0 TO WS-CRECN-LINE-NUM
                 MOVE 'READY hold, no AVAILABLE copy' TO
                   WS-CRECN-DETAIL
                 PERFORM WRITE-CRECN-LINE
              END-IF
           END-IF.

      * The book's open loans: a stamped loan claims its copy (and is
      * reported when that copy shows AVAILABLE or doesn't exist); an
      * unstamped one is only counted
       CHECK-BOOK-LOANS.
           MOVE WS-CRECN-BOOK TO WS-LOAN-KEY-FORMNUM.
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
                 IF WS-LOAN-KEY-FORMNUM NOT = WS-CRECN-BOOK THEN
                    EXIT PERFORM
                 END-IF
                 IF returnDate OF WS-LOAN-RECORD = SPACES THEN
                    IF loanCopyNum OF WS-LOAN-RECORD IS NUMERIC AND
                       loanCopyNum OF WS-LOAN-RECORD > 0 THEN
                       MOVE loanCopyNum OF WS-LOAN-RECORD TO
                         WS-CRECN-SEEK-NUM
                       PERFORM FIND-COPY-ENTRY
                       MOVE WS-CRECN-SEEK-NUM TO WS-CRECN-LINE-NUM
                       MOVE borrower OF WS-LOAN-RECORD TO
                         WS-CRECN-DETAIL
                       IF WS-CRECN-FOUND-AT = 0 THEN
                          MOVE 'LOAN-NOCOPY' TO WS-CRECN-CHECK
                          PERFORM WRITE-CRECN-LINE
                       ELSE
                          MOVE 'Y' TO
                            WS-CRECN-CPY-HELD(WS-CRECN-FOUND-AT)
                          IF WS-CRECN-CPY-AVAILABLE(WS-CRECN-FOUND-AT)
                          THEN
                             MOVE 'LOAN-AVAIL' TO WS-CRECN-CHECK
                             PERFORM WRITE-CRECN-LINE
                          END-IF
                       END-IF
                    ELSE
                       ADD 1 TO WS-CRECN-UNSTAMPED
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * The book's open outbound ILL shipments hold a copy exactly the
      * way a loan does
       CHECK-BOOK-ILLOUT.
           MOVE WS-CRECN-BOOK TO WS-ILLOUT-KEY-FORMNUM.
           MOVE 0 TO WS-ILLOUT-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-ILLOUT-FILE)
                       RIDFLD(WS-ILLOUT-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ILLOUT-FILE)
                             INTO(WS-ILLOUT-RECORD)
                             RIDFLD(WS-ILLOUT-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ILLOUT-KEY-FORMNUM NOT = WS-CRECN-BOOK THEN
                    EXIT PERFORM
                 END-IF
                 IF illReturnedDate OF WS-ILLOUT-RECORD = SPACES AND
                    illCopyNum OF WS-ILLOUT-RECORD IS NUMERIC THEN
                    MOVE illCopyNum OF WS-ILLOUT-RECORD TO
                      WS-CRECN-SEEK-NUM
                    PERFORM FIND-COPY-ENTRY
                    IF WS-CRECN-FOUND-AT > 0 THEN
                       MOVE 'Y' TO WS-CRECN-CPY-HELD(WS-CRECN-FOUND-AT)
                       IF WS-CRECN-CPY-AVAILABLE(WS-CRECN-FOUND-AT)
                       THEN
                          MOVE 'ILL-AVAIL' TO WS-CRECN-CHECK
                          MOVE WS-CRECN-SEEK-NUM TO WS-CRECN-LINE-NUM
                          MOVE illPartnerId OF WS-ILLOUT-RECORD TO
                            WS-CRECN-DETAIL
                          PERFORM WRITE-CRECN-LINE
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ILLOUT-FILE) END-EXEC
           END-IF.

      * The book's open repairs (back date still blank) - the repair
      * key carries the copy number itself
       CHECK-BOOK-REPAIRS.
           MOVE WS-CRECN-BOOK TO WS-REPAIR-KEY-FORMNUM.
           MOVE 0 TO WS-REPAIR-KEY-NUM.
           MOVE 0 TO WS-REPAIR-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-REPAIR-FILE)
                       RIDFLD(WS-REPAIR-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REPAIR-FILE)
                             INTO(WS-REPAIR-RECORD)
                             RIDFLD(WS-REPAIR-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-REPAIR-KEY-FORMNUM NOT = WS-CRECN-BOOK THEN
                    EXIT PERFORM
                 END-IF
                 IF repairBackDate OF WS-REPAIR-RECORD = SPACES THEN
                    MOVE WS-REPAIR-KEY-NUM TO WS-CRECN-SEEK-NUM
                    PERFORM FIND-COPY-ENTRY
                    IF WS-CRECN-FOUND-AT > 0 THEN
                       MOVE 'Y' TO
                         WS-CRECN-CPY-REPAIR(WS-CRECN-FOUND-AT)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REPAIR-FILE) END-EXEC
           END-IF.

      * How many of the book's holds are READY for pickup
       COUNT-READY-HOLDS.
           MOVE 0 TO WS-CRECN-READY.
           MOVE WS-CRECN-BOOK TO WS-RESERVE-KEY-FORMNUM.
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
                 IF WS-RESERVE-KEY-FORMNUM NOT = WS-CRECN-BOOK THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-HOLD-IS-READY THEN
                    ADD 1 TO WS-CRECN-READY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.

      * Find copy WS-CRECN-SEEK-NUM in the gathered table - its
      * subscript in WS-CRECN-FOUND-AT, zero when the book has no
      * such copy
       FIND-COPY-ENTRY.
           MOVE 0 TO WS-CRECN-FOUND-AT.
           PERFORM VARYING WS-CRECN-I FROM 1 BY 1
                     UNTIL WS-CRECN-I > WS-CRECN-COPY-COUNT
              IF WS-CRECN-CPY-NUM(WS-CRECN-I) = WS-CRECN-SEEK-NUM
              THEN
                 MOVE WS-CRECN-I TO WS-CRECN-FOUND-AT
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Build and write one report line (check,formNumber,copy,
      * detail - the same unquoted layout RBKOVRDU's lines use)
       WRITE-CRECN-LINE.
           MOVE SPACES TO WS-CRECN-RECORD.
           MOVE 1 TO WS-CRECN-PTR.
           STRING WS-CRECN-CHECK DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CRECN-BOOK DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CRECN-LINE-NUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-CRECN-DETAIL DELIMITED BY SIZE
                INTO WS-CRECN-RECORD
                WITH POINTER WS-CRECN-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-CRECN-RECORD)
                         LENGTH(LENGTH OF WS-CRECN-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-CRECN-TDQ)
                         FROM(WS-CRECN-RECORD)
                         LENGTH(LENGTH OF WS-CRECN-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-CRECN-COUNT.
