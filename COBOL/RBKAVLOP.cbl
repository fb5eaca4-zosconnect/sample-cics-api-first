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
      * RBKAVLOP - Implement the getAvailability operation: for one   *
      *            title, per RBKBRNCH branch, how many copies are    *
      *            AVAILABLE, ON-LOAN, in TRANSIT, IN-REPAIR or       *
      *            reference-only, when the first loaned copy is due  *
      *            back, and how deep the RBKRESV hold queue is - the *
      *            "on the shelf at Hursley" answer that used to live *
      *            only on the 3270 screens. Modeled on RBKBRWOP      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKAVLOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKAVQ01.
       COPY RBKAVP01.
       COPY RBKWSTOR.

      * Role-resolution scratch fields for RESOLVE-CALLER-ROLE
       01 WS-ROLECHK-USERID     PIC X(8).
       01 WS-ROLECHK-RESP       PIC S9(8) COMP.

      * One row per branch holding a copy of the title, in the order
      * the copy browse first meets each branch - laid out exactly
      * like WS-AVAIL-ENTRY so a row moves straight into it
       01 WS-AVB-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-AVB-MAX            PIC S9(4) COMP-5 VALUE 50.
       01 WS-AVB-TABLE.
         03 WS-AVB-ENTRY OCCURS 50 TIMES.
           05 WS-AVB-BRANCH       PIC X(4).
           05 WS-AVB-BRANCH-NAME  PIC X(40).
           05 WS-AVB-AVAILABLE    PIC 9(4).
           05 WS-AVB-ONLOAN       PIC 9(4).
           05 WS-AVB-TRANSIT      PIC 9(4).
           05 WS-AVB-INREPAIR     PIC 9(4).
           05 WS-AVB-REFERENCE    PIC 9(4).
           05 WS-AVB-NEXT-DUE     PIC X(32).
           05 WS-AVB-QUEUE        PIC 9(4).
       01 WS-AVB-I              PIC S9(4) COMP-5 VALUE 0.

      * Which branch row each counted copy landed in, so an open
      * loan's stamped copy number leads back to its branch
       01 WS-AVC-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-AVC-MAX            PIC S9(4) COMP-5 VALUE 300.
       01 WS-AVC-TABLE.
         03 WS-AVC-ENTRY OCCURS 300 TIMES.
           05 WS-AVC-NUM          PIC 9(4).
           05 WS-AVC-SLOT         PIC S9(4) COMP-5.
       01 WS-AVC-I              PIC S9(4) COMP-5 VALUE 0.

      * Every copy record on file for the title, counted or not -
      * zero means the book predates the copy inventory
       01 WS-AV-COPY-TOTAL      PIC S9(4) COMP-5 VALUE 0.
       01 WS-AV-BRANCH          PIC X(4).
       01 WS-AV-SLOT            PIC S9(4) COMP-5 VALUE 0.
       01 WS-AV-OPEN-LOANS      PIC S9(4) COMP-5 VALUE 0.
       01 WS-AV-EARLIEST        PIC X(32) VALUE SPACES.
       01 WS-AV-QUEUE           PIC S9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           PERFORM RESOLVE-CALLER-ROLE.

      * Get the request data sent by the client calling the API
           INITIALIZE BAQBASE-RBKAVQ01.
           EXEC CICS GET CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(BAQBASE-RBKAVQ01)
                         RESP(WS-RESP)
           END-EXEC.

      * Prepare the response structure
           INITIALIZE BAQBASE-RBKAVP01.

      * No book under that formNumber - or one this caller's role
      * may not see, which amounts to the same 404 RBKGETOP gives
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(formNumber OF requestPathParameters)
                     INTO(WS-BOOK)
                     RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
              ((restricted-existence OF WS-BOOK > 0 AND
                RESTRICTED-YES OF WS-BOOK) AND NOT
                WS-CALLER-SEES-RESTRICTED) THEN
              MOVE 1 TO responseCode404-existence OF BAQBASE-RBKAVP01
              MOVE WS-RESP404-CONT-NAME TO responseCode404-cont
                OF BAQBASE-RBKAVP01
              INITIALIZE RBKAVP01-responseCode404
              STRING "No Redbook on file with formNumber "
                       DELIMITED BY SIZE
                     formNumber OF requestPathParameters
                       DELIMITED BY SPACE
                     INTO Xmessage2 OF responseCode404
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (Xmessage2 OF responseCode404)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE Xmessage2-length OF responseCode404 =
                 LENGTH OF Xmessage2 OF responseCode404 -
                 WS-MESG-COUNTER
              MOVE 1 TO Xmessage-existence OF responseCode404
              EXEC CICS PUT CONTAINER(WS-RESP404-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(RBKAVP01-responseCode404)
                         FLENGTH(LENGTH OF RBKAVP01-responseCode404)
                         BIT
              END-EXEC
              GO TO EXIT-PROGRAM
           END-IF.

           PERFORM TALLY-COPIES.
           PERFORM TALLY-OPEN-LOANS.
           PERFORM TALLY-HOLD-QUEUE.

      * A hardcopy whose copies were never catalogued is one copy
      * under the old one-open-loan rule - shown without a branch,
      * out on loan if a loan is open, on the shelf otherwise
           IF WS-AV-COPY-TOTAL = 0 AND
              documentType2 OF WS-BOOK = "HARDCOPY" THEN
              MOVE SPACES TO WS-AV-BRANCH
              PERFORM FIND-BRANCH-SLOT
              IF WS-AV-OPEN-LOANS > 0 THEN
                 MOVE WS-AV-OPEN-LOANS TO WS-AVB-ONLOAN(WS-AV-SLOT)
                 MOVE WS-AV-EARLIEST TO WS-AVB-NEXT-DUE(WS-AV-SLOT)
              ELSE
                 MOVE 1 TO WS-AVB-AVAILABLE(WS-AV-SLOT)
              END-IF
           END-IF.

           PERFORM PUBLISH-BRANCHES.

           MOVE 1 TO responseCode200-existence OF BAQBASE-RBKAVP01.
           MOVE formNumber OF requestPathParameters TO
             formNumber OF BAQBASE-RBKAVP01.
           MOVE WS-AVB-COUNT TO branches-num OF BAQBASE-RBKAVP01.
           MOVE WS-AVAIL-CONT-NAME TO branches-cont
             OF BAQBASE-RBKAVP01.
           MOVE WS-AV-EARLIEST TO earliestReturn OF BAQBASE-RBKAVP01.
           MOVE WS-AV-QUEUE TO holdQueueDepth OF BAQBASE-RBKAVP01.

       EXIT-PROGRAM.
      * Update the BAQBASE container with the results
           EXEC CICS PUT CONTAINER(WS-BAQBASE-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(BAQBASE-RBKAVP01)
                         FLENGTH(LENGTH OF BAQBASE-RBKAVP01)
                         BIT
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

       RESOLVE-CALLER-ROLE.
           MOVE SPACES TO WS-ROLECHK-USERID.
           EXEC CICS ASSIGN USERID(WS-ROLECHK-USERID) END-EXEC.
           MOVE WS-ROLECHK-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-ROLECHK-RESP)
           END-EXEC.
           IF WS-ROLECHK-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.

      * Walk the title's copy inventory, counting each copy under the
      * branch it is at now. LOST and DAMAGED copies are out of reach
      * and count nowhere; a reference-only copy can be read but not
      * borrowed, so it counts as reference whatever its status.
       TALLY-COPIES.
           MOVE formNumber OF requestPathParameters TO
             WS-COPY-KEY-FORMNUM.
           MOVE 0 TO WS-COPY-KEY-NUM.

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
                 IF WS-COPY-KEY-FORMNUM NOT =
                    formNumber OF requestPathParameters THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-AV-COPY-TOTAL
                 IF NOT WS-COPY-IS-LOST AND NOT WS-COPY-IS-DAMAGED
                 THEN
                    IF copyCurrBranch OF WS-COPY-RECORD = SPACES THEN
                       MOVE copyHomeBranch OF WS-COPY-RECORD TO
                         WS-AV-BRANCH
                    ELSE
                       MOVE copyCurrBranch OF WS-COPY-RECORD TO
                         WS-AV-BRANCH
                    END-IF
                    PERFORM FIND-BRANCH-SLOT
                    IF WS-AV-SLOT > 0 THEN
                       EVALUATE TRUE
                          WHEN copyLoanable OF WS-COPY-RECORD = 'N'
                             ADD 1 TO WS-AVB-REFERENCE(WS-AV-SLOT)
                          WHEN WS-COPY-IS-AVAILABLE
                             ADD 1 TO WS-AVB-AVAILABLE(WS-AV-SLOT)
                          WHEN WS-COPY-IS-ONLOAN
                             ADD 1 TO WS-AVB-ONLOAN(WS-AV-SLOT)
                          WHEN WS-COPY-IS-TRANSIT
                             ADD 1 TO WS-AVB-TRANSIT(WS-AV-SLOT)
                          WHEN WS-COPY-IS-INREPAIR
                             ADD 1 TO WS-AVB-INREPAIR(WS-AV-SLOT)
                       END-EVALUATE
                       IF WS-AVC-COUNT < WS-AVC-MAX THEN
                          ADD 1 TO WS-AVC-COUNT
                          MOVE WS-COPY-KEY-NUM TO
                            WS-AVC-NUM(WS-AVC-COUNT)
                          MOVE WS-AV-SLOT TO WS-AVC-SLOT(WS-AVC-COUNT)
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

      * The title's open loans give the expected return dates: each
      * loan's dueDate counts for the title as a whole, and for the
      * branch of the copy it took when the loan carries a copy stamp
       TALLY-OPEN-LOANS.
           MOVE formNumber OF requestPathParameters TO
             WS-LOAN-KEY-FORMNUM.
           MOVE 0 TO WS-LOAN-KEY-SEQ.

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
                 IF WS-LOAN-KEY-FORMNUM NOT =
                    formNumber OF requestPathParameters THEN
                    EXIT PERFORM
                 END-IF
                 IF returnDate OF WS-LOAN-RECORD = SPACES THEN
                    ADD 1 TO WS-AV-OPEN-LOANS
                    IF WS-AV-EARLIEST = SPACES OR
                       dueDate OF WS-LOAN-RECORD < WS-AV-EARLIEST THEN
                       MOVE dueDate OF WS-LOAN-RECORD TO
                         WS-AV-EARLIEST
                    END-IF
                    IF loanCopyNum OF WS-LOAN-RECORD IS NUMERIC AND
                       loanCopyNum OF WS-LOAN-RECORD > 0 THEN
                       PERFORM VARYING WS-AVC-I FROM 1 BY 1
                               UNTIL WS-AVC-I > WS-AVC-COUNT
                          IF WS-AVC-NUM(WS-AVC-I) =
                             loanCopyNum OF WS-LOAN-RECORD THEN
                             MOVE WS-AVC-SLOT(WS-AVC-I) TO WS-AV-SLOT
                             IF WS-AVB-NEXT-DUE(WS-AV-SLOT) = SPACES
                                OR dueDate OF WS-LOAN-RECORD <
                                   WS-AVB-NEXT-DUE(WS-AV-SLOT) THEN
                                MOVE dueDate OF WS-LOAN-RECORD TO
                                  WS-AVB-NEXT-DUE(WS-AV-SLOT)
                             END-IF
                             EXIT PERFORM
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * Queue depth is every hold on the title, WAITING or READY
       TALLY-HOLD-QUEUE.
           MOVE formNumber OF requestPathParameters TO
             WS-RESERVE-KEY-FORMNUM.
           MOVE 0 TO WS-RESERVE-KEY-SEQ.

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
                 IF WS-RESERVE-KEY-FORMNUM NOT =
                    formNumber OF requestPathParameters THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-AV-QUEUE
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.

      * The row for WS-AV-BRANCH, added on first sight - WS-AV-SLOT
      * is left zero only if the table is somehow full
       FIND-BRANCH-SLOT.
           MOVE 0 TO WS-AV-SLOT.
           PERFORM VARYING WS-AVB-I FROM 1 BY 1
                   UNTIL WS-AVB-I > WS-AVB-COUNT
              IF WS-AVB-BRANCH(WS-AVB-I) = WS-AV-BRANCH THEN
                 MOVE WS-AVB-I TO WS-AV-SLOT
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-AV-SLOT = 0 AND WS-AVB-COUNT < WS-AVB-MAX THEN
              ADD 1 TO WS-AVB-COUNT
              MOVE WS-AVB-COUNT TO WS-AV-SLOT
              INITIALIZE WS-AVB-ENTRY(WS-AV-SLOT)
              MOVE WS-AV-BRANCH TO WS-AVB-BRANCH(WS-AV-SLOT)
           END-IF.

      * Name each branch off the RBKBRNCH master and APPEND its row
      * to the response container
       PUBLISH-BRANCHES.
           PERFORM VARYING WS-AVB-I FROM 1 BY 1
                   UNTIL WS-AVB-I > WS-AVB-COUNT
              MOVE SPACES TO WS-AVB-BRANCH-NAME(WS-AVB-I)
              IF WS-AVB-BRANCH(WS-AVB-I) NOT = SPACES THEN
                 MOVE WS-AVB-BRANCH(WS-AVB-I) TO WS-BRANCH-KEY
                 EXEC CICS READ FILE(WS-BRANCH-FILE)
                           RIDFLD(WS-BRANCH-KEY)
                           INTO(WS-BRANCH-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL) THEN
                    MOVE branchName OF WS-BRANCH-RECORD TO
                      WS-AVB-BRANCH-NAME(WS-AVB-I)
                 END-IF
              END-IF
              MOVE WS-AV-QUEUE TO WS-AVB-QUEUE(WS-AVB-I)
              MOVE WS-AVB-ENTRY(WS-AVB-I) TO WS-AVAIL-ENTRY
              EXEC CICS PUT CONTAINER(WS-AVAIL-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-AVAIL-ENTRY)
                         FLENGTH(LENGTH OF WS-AVAIL-ENTRY)
                         BIT
                         APPEND
              END-EXEC
           END-PERFORM.
