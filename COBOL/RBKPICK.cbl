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
      * RBKPICK  - The morning pick list: every copy to pull from the *
      *            stacks for a hold gone READY (RBKRESV), a copy     *
      *            RBKHROUT dispatched to a hold's pickup branch, or  *
      *            an outbound interlibrary shipment (RBKILLO) that   *
      *            has not been on an earlier list, grouped by the    *
      *            branch the copy is at and sorted into shelf order  *
      *            there (a READY hold only takes a copy at the       *
      *            branch it is collected from),                      *
      *            WRITEQed to the WS-PICK-TDQ queue. Each hold and   *
      *            shipment listed is stamped picked so tomorrow's    *
      *            list carries only what is new. A READY hold with   *
      *            no AVAILABLE copy to pull is reported NOCOPY and   *
      *            left unstamped to come round again. Modeled on     *
      *            RBKCIRC                                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKPICK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * Everything to pick - 500 is the usual fixed cap. The sort key
      * is branch + shelfmark + formNumber + copy, so one insertion
      * sort on it gives each branch's walk in shelf order.
       01 WS-PK-TABLE.
         03 WS-PK-ENTRY OCCURS 500 TIMES INDEXED BY WS-PK-IDX.
           05 WS-PK-SORTKEY.
             07 WS-PK-BRANCH      PIC X(4).
             07 WS-PK-SHELF       PIC X(16).
             07 WS-PK-FORMNUM     PIC X(12).
             07 WS-PK-COPYNUM     PIC 9(4).
           05 WS-PK-KIND          PIC X(5).
           05 WS-PK-FOR           PIC X(40).
           05 WS-PK-SOURCE-SEQ    PIC 9(4).
           05 WS-PK-COPY-SW       PIC X.
           05 WS-PK-WANT          PIC X(4).
       01 WS-PK-COUNT           PIC S9(8) COMP-5 VALUE 0.
       01 WS-PK-I               PIC S9(8) COMP-5.
       01 WS-PK-J               PIC S9(8) COMP-5.
       01 WS-PK-TEMP.
         03 WS-PK-TEMP-SORTKEY    PIC X(36).
         03 WS-PK-TEMP-KIND       PIC X(5).
         03 WS-PK-TEMP-FOR        PIC X(40).
         03 WS-PK-TEMP-SOURCE-SEQ PIC 9(4).
         03 WS-PK-TEMP-COPY-SW    PIC X.
         03 WS-PK-TEMP-WANT       PIC X(4).

      * The copy search for one hold: the first AVAILABLE loanable
      * copy of the book not already taken by an earlier entry
       01 WS-PICK-FOUND-SW      PIC X VALUE 'N'.
         88 WS-PICK-COPY-FOUND    VALUE 'Y'.
         88 WS-PICK-COPY-NONE     VALUE 'N'.
       01 WS-TAKEN-SW           PIC X VALUE 'N'.
         88 WS-COPY-IS-TAKEN      VALUE 'Y'.

      * The branch group being written, and how many it holds
       01 WS-CURR-BRANCH        PIC X(4).
       01 WS-BRANCH-ITEMS       PIC S9(8) COMP-5 VALUE 0.
       01 WS-PICKED-COUNT       PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       01 WS-COUNT-DISPLAY      PIC Z(7)9.
       01 WS-COPY-DISPLAY       PIC 9(4).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKPICK' TO WS-JOBRUN-REQ-NAME.
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
      * stands down - nothing is stamped, so tomorrow's list still
      * carries everything
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
           END-EXEC.

      * Collect every READY hold not yet picked, and every hold
      * whose copy is on its way to the pickup branch - that copy is
      * pulled at the branch it leaves, for the crate
           MOVE LOW-VALUES TO WS-RESERVE-KEY.
           EXEC CICS STARTBR FILE(WS-RESERVE-FILE)
                       RIDFLD(WS-RESERVE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
      * A hold written before the picked stamp reads back blank
                 INITIALIZE WS-RESERVE-RECORD
                 EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                             INTO(WS-RESERVE-RECORD)
                             RIDFLD(WS-RESERVE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-HOLD-IS-READY AND
                    holdPickedDate OF WS-RESERVE-RECORD = SPACES AND
                    WS-PK-COUNT < 500 THEN
                    ADD 1 TO WS-PK-COUNT
                    MOVE SPACES TO WS-PK-BRANCH(WS-PK-COUNT)
                    MOVE SPACES TO WS-PK-SHELF(WS-PK-COUNT)
                    MOVE WS-RESERVE-KEY-FORMNUM TO
                      WS-PK-FORMNUM(WS-PK-COUNT)
                    MOVE 0 TO WS-PK-COPYNUM(WS-PK-COUNT)
                    MOVE 'HOLD' TO WS-PK-KIND(WS-PK-COUNT)
                    MOVE requester OF WS-RESERVE-RECORD TO
                      WS-PK-FOR(WS-PK-COUNT)
                    MOVE WS-RESERVE-KEY-SEQ TO
                      WS-PK-SOURCE-SEQ(WS-PK-COUNT)
                    MOVE 'N' TO WS-PK-COPY-SW(WS-PK-COUNT)
                    MOVE holdPickupBranch OF WS-RESERVE-RECORD TO
                      WS-PK-WANT(WS-PK-COUNT)
                 END-IF
                 IF WS-HOLD-IS-TRANSIT AND
                    holdPickedDate OF WS-RESERVE-RECORD = SPACES AND
                    WS-PK-COUNT < 500 THEN
                    ADD 1 TO WS-PK-COUNT
                    MOVE holdRouteFrom OF WS-RESERVE-RECORD TO
                      WS-PK-BRANCH(WS-PK-COUNT)
                    MOVE SPACES TO WS-PK-SHELF(WS-PK-COUNT)
                    MOVE WS-RESERVE-KEY-FORMNUM TO
                      WS-PK-FORMNUM(WS-PK-COUNT)
                    MOVE holdRouteCopy OF WS-RESERVE-RECORD TO
                      WS-PK-COPYNUM(WS-PK-COUNT)
                    MOVE 'ROUTE' TO WS-PK-KIND(WS-PK-COUNT)
      * ... for whom: the branch it goes to, then the requester
                    MOVE SPACES TO WS-PK-FOR(WS-PK-COUNT)
                    STRING holdPickupBranch OF WS-RESERVE-RECORD
                             DELIMITED BY SPACE
                           "/" DELIMITED BY SIZE
                           requester OF WS-RESERVE-RECORD
                             DELIMITED BY SIZE
                         INTO WS-PK-FOR(WS-PK-COUNT)
                    END-STRING
                    MOVE WS-RESERVE-KEY-SEQ TO
                      WS-PK-SOURCE-SEQ(WS-PK-COUNT)
                    MOVE 'Y' TO WS-PK-COPY-SW(WS-PK-COUNT)
                    MOVE SPACES TO WS-PK-WANT(WS-PK-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.

      * ... and every open outbound shipment not yet picked
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
                 IF illReturnedDate OF WS-ILLOUT-RECORD = SPACES AND
                    illPickedDate OF WS-ILLOUT-RECORD = SPACES AND
                    WS-PK-COUNT < 500 THEN
                    ADD 1 TO WS-PK-COUNT
                    MOVE SPACES TO WS-PK-BRANCH(WS-PK-COUNT)
                    MOVE SPACES TO WS-PK-SHELF(WS-PK-COUNT)
                    MOVE WS-ILLOUT-KEY-FORMNUM TO
                      WS-PK-FORMNUM(WS-PK-COUNT)
                    MOVE illCopyNum OF WS-ILLOUT-RECORD TO
                      WS-PK-COPYNUM(WS-PK-COUNT)
                    MOVE 'ILL' TO WS-PK-KIND(WS-PK-COUNT)
                    MOVE illPartnerId OF WS-ILLOUT-RECORD TO
                      WS-PK-FOR(WS-PK-COUNT)
                    MOVE WS-ILLOUT-KEY-SEQ TO
                      WS-PK-SOURCE-SEQ(WS-PK-COUNT)
                    MOVE 'Y' TO WS-PK-COPY-SW(WS-PK-COUNT)
                    MOVE SPACES TO WS-PK-WANT(WS-PK-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ILLOUT-FILE) END-EXEC
           END-IF.

      * Place each entry at its copy's branch and shelfmark - a
      * shipment names its copy, a hold takes the first free one
           PERFORM VARYING WS-PK-I FROM 1 BY 1
                     UNTIL WS-PK-I > WS-PK-COUNT
              EVALUATE WS-PK-KIND(WS-PK-I)
                 WHEN 'HOLD'
                    PERFORM FIND-HOLD-COPY THRU FIND-HOLD-COPY-EXIT
                 WHEN 'ROUTE'
                    PERFORM PLACE-ROUTED-COPY
                 WHEN OTHER
                    PERFORM PLACE-SHIPPED-COPY
              END-EVALUATE
           END-PERFORM.

      * Shelf order within branch: a simple insertion sort,
      * ascending on the sort key - RBKCIRC's sort
           PERFORM VARYING WS-PK-I FROM 2 BY 1
                     UNTIL WS-PK-I > WS-PK-COUNT
              MOVE WS-PK-ENTRY(WS-PK-I) TO WS-PK-TEMP
              MOVE WS-PK-I TO WS-PK-J
              PERFORM UNTIL WS-PK-J < 2 OR
                 WS-PK-SORTKEY(WS-PK-J - 1) <= WS-PK-TEMP-SORTKEY
                 MOVE WS-PK-ENTRY(WS-PK-J - 1) TO WS-PK-ENTRY(WS-PK-J)
                 SUBTRACT 1 FROM WS-PK-J
              END-PERFORM
              MOVE WS-PK-TEMP TO WS-PK-ENTRY(WS-PK-J)
           END-PERFORM.

           MOVE HIGH-VALUES TO WS-CURR-BRANCH.
           PERFORM VARYING WS-PK-I FROM 1 BY 1
                     UNTIL WS-PK-I > WS-PK-COUNT
              IF WS-PK-COPY-SW(WS-PK-I) = 'Y' THEN
                 IF WS-PK-BRANCH(WS-PK-I) NOT = WS-CURR-BRANCH THEN
                    PERFORM WRITE-BRANCH-LINE
                 END-IF
                 PERFORM WRITE-PICK-LINE
                 PERFORM STAMP-PICKED THRU STAMP-PICKED-EXIT
                 ADD 1 TO WS-PICKED-COUNT
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-PK-I FROM 1 BY 1
                     UNTIL WS-PK-I > WS-PK-COUNT
              IF WS-PK-COPY-SW(WS-PK-I) NOT = 'Y' THEN
                 PERFORM WRITE-NOCOPY-LINE
              END-IF
           END-PERFORM.

      * Tell the caller how many copies went on the list
           EXEC CICS PUT CONTAINER(WS-NUMPICK-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-PICKED-COUNT)
                         FLENGTH(LENGTH OF WS-PICKED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-PICKED-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * A READY hold is for the book, not a copy: take the first
      * AVAILABLE loanable copy an earlier entry hasn't already
      * claimed, and shelve the entry where that copy stands. A hold
      * naming a pickup branch takes only a copy standing there (or
      * one with no branch, which predates the location master)
       FIND-HOLD-COPY.
           SET WS-PICK-COPY-NONE TO TRUE.
           MOVE WS-PK-FORMNUM(WS-PK-I) TO WS-COPY-KEY-FORMNUM.
           MOVE 0 TO WS-COPY-KEY-NUM.
           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                       RIDFLD(WS-COPY-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO FIND-HOLD-COPY-EXIT
           END-IF.
           PERFORM UNTIL EXIT
              EXEC CICS READNEXT FILE(WS-COPY-FILE)
                          INTO(WS-COPY-RECORD)
                          RIDFLD(WS-COPY-KEY)
                          RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) OR
                 WS-COPY-KEY-FORMNUM NOT = WS-PK-FORMNUM(WS-PK-I) THEN
                 EXIT PERFORM
              END-IF
              IF WS-COPY-IS-AVAILABLE AND
                 copyLoanable OF WS-COPY-RECORD NOT = 'N' AND
                 (WS-PK-WANT(WS-PK-I) = SPACES OR
                  copyCurrBranch OF WS-COPY-RECORD = SPACES OR
                  copyCurrBranch OF WS-COPY-RECORD =
                     WS-PK-WANT(WS-PK-I)) THEN
                 MOVE 'N' TO WS-TAKEN-SW
                 PERFORM VARYING WS-PK-J FROM 1 BY 1
                           UNTIL WS-PK-J >= WS-PK-I
                    IF WS-PK-COPY-SW(WS-PK-J) = 'Y' AND
                       WS-PK-FORMNUM(WS-PK-J) = WS-COPY-KEY-FORMNUM
                       AND WS-PK-COPYNUM(WS-PK-J) = WS-COPY-KEY-NUM
                    THEN
                       SET WS-COPY-IS-TAKEN TO TRUE
                    END-IF
                 END-PERFORM
                 IF NOT WS-COPY-IS-TAKEN THEN
                    SET WS-PICK-COPY-FOUND TO TRUE
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC.

           IF WS-PICK-COPY-FOUND THEN
              MOVE WS-COPY-KEY-NUM TO WS-PK-COPYNUM(WS-PK-I)
              MOVE copyCurrBranch OF WS-COPY-RECORD TO
                WS-PK-BRANCH(WS-PK-I)
              MOVE copyShelfmark OF WS-COPY-RECORD TO
                WS-PK-SHELF(WS-PK-I)
              MOVE 'Y' TO WS-PK-COPY-SW(WS-PK-I)
           END-IF.
       FIND-HOLD-COPY-EXIT.
           EXIT.

      * A shipment names its copy - shelve the entry where it stands
       PLACE-SHIPPED-COPY.
           MOVE WS-PK-FORMNUM(WS-PK-I) TO WS-COPY-KEY-FORMNUM.
           MOVE WS-PK-COPYNUM(WS-PK-I) TO WS-COPY-KEY-NUM.
           INITIALIZE WS-COPY-RECORD.
           EXEC CICS READ FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     INTO(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE copyCurrBranch OF WS-COPY-RECORD TO
                WS-PK-BRANCH(WS-PK-I)
              MOVE copyShelfmark OF WS-COPY-RECORD TO
                WS-PK-SHELF(WS-PK-I)
           END-IF.

      * A dispatched copy is already TRANSIT with its current branch
      * naming where it is going - the entry keeps the branch it
      * leaves, and takes only the copy's shelfmark
       PLACE-ROUTED-COPY.
           MOVE WS-PK-FORMNUM(WS-PK-I) TO WS-COPY-KEY-FORMNUM.
           MOVE WS-PK-COPYNUM(WS-PK-I) TO WS-COPY-KEY-NUM.
           INITIALIZE WS-COPY-RECORD.
           EXEC CICS READ FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     INTO(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE copyShelfmark OF WS-COPY-RECORD TO
                WS-PK-SHELF(WS-PK-I)
           END-IF.

      * Stamp the hold or shipment behind this entry as picked
      * today, in place by key - the usual delete-then-write idiom
       STAMP-PICKED.
           IF WS-PK-KIND(WS-PK-I) = 'HOLD' OR
              WS-PK-KIND(WS-PK-I) = 'ROUTE' THEN
              MOVE WS-PK-FORMNUM(WS-PK-I) TO WS-RESERVE-KEY-FORMNUM
              MOVE WS-PK-SOURCE-SEQ(WS-PK-I) TO WS-RESERVE-KEY-SEQ
              INITIALIZE WS-RESERVE-RECORD
              EXEC CICS READ FILE(WS-RESERVE-FILE)
                        RIDFLD(WS-RESERVE-KEY)
                        INTO(WS-RESERVE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO STAMP-PICKED-EXIT
              END-IF
              EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                        RIDFLD(WS-RESERVE-KEY)
                        RESP(WS-RESP)
              END-EXEC
              MOVE WS-NOW-DATE TO holdPickedDate OF WS-RESERVE-RECORD
              EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                        RIDFLD(WS-RESERVE-KEY)
                        FROM(WS-RESERVE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              GO TO STAMP-PICKED-EXIT
           END-IF.

           MOVE WS-PK-FORMNUM(WS-PK-I) TO WS-ILLOUT-KEY-FORMNUM.
           MOVE WS-PK-SOURCE-SEQ(WS-PK-I) TO WS-ILLOUT-KEY-SEQ.
           INITIALIZE WS-ILLOUT-RECORD.
           EXEC CICS READ FILE(WS-ILLOUT-FILE)
                     RIDFLD(WS-ILLOUT-KEY)
                     INTO(WS-ILLOUT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO STAMP-PICKED-EXIT
           END-IF.
           EXEC CICS DELETE FILE(WS-ILLOUT-FILE)
                     RIDFLD(WS-ILLOUT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-NOW-DATE TO illPickedDate OF WS-ILLOUT-RECORD.
           EXEC CICS WRITE FILE(WS-ILLOUT-FILE)
                     RIDFLD(WS-ILLOUT-KEY)
                     FROM(WS-ILLOUT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       STAMP-PICKED-EXIT.
           EXIT.

      * A new branch's group starts: its header line with how many
      * copies to pull there (the sorted entries are contiguous)
       WRITE-BRANCH-LINE.
           MOVE WS-PK-BRANCH(WS-PK-I) TO WS-CURR-BRANCH.
           MOVE 0 TO WS-BRANCH-ITEMS.
           PERFORM VARYING WS-PK-J FROM WS-PK-I BY 1
                     UNTIL WS-PK-J > WS-PK-COUNT
              IF WS-PK-BRANCH(WS-PK-J) NOT = WS-CURR-BRANCH THEN
                 EXIT PERFORM
              END-IF
              IF WS-PK-COPY-SW(WS-PK-J) = 'Y' THEN
                 ADD 1 TO WS-BRANCH-ITEMS
              END-IF
           END-PERFORM.
           MOVE WS-BRANCH-ITEMS TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-PICK-RECORD.
           MOVE 1 TO WS-PICK-PTR.
           STRING "BRANCH," DELIMITED BY SIZE
                  WS-CURR-BRANCH DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-COUNT-DISPLAY DELIMITED BY SIZE
                INTO WS-PICK-RECORD
                WITH POINTER WS-PICK-PTR
           END-STRING.
           PERFORM WRITE-PICK-RECORD.

       WRITE-PICK-LINE.
           MOVE WS-PK-COPYNUM(WS-PK-I) TO WS-COPY-DISPLAY.
           MOVE SPACES TO WS-PICK-RECORD.
           MOVE 1 TO WS-PICK-PTR.
           STRING "PICK," DELIMITED BY SIZE
                  WS-PK-BRANCH(WS-PK-I) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PK-SHELF(WS-PK-I) DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-PK-FORMNUM(WS-PK-I) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-COPY-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PK-KIND(WS-PK-I) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PK-FOR(WS-PK-I) DELIMITED BY "  "
                INTO WS-PICK-RECORD
                WITH POINTER WS-PICK-PTR
           END-STRING.
           PERFORM WRITE-PICK-RECORD.

       WRITE-NOCOPY-LINE.
           MOVE SPACES TO WS-PICK-RECORD.
           MOVE 1 TO WS-PICK-PTR.
           STRING "NOCOPY," DELIMITED BY SIZE
                  WS-PK-FORMNUM(WS-PK-I) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PK-KIND(WS-PK-I) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-PK-FOR(WS-PK-I) DELIMITED BY "  "
                INTO WS-PICK-RECORD
                WITH POINTER WS-PICK-PTR
           END-STRING.
           PERFORM WRITE-PICK-RECORD.

       WRITE-PICK-RECORD.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-PICK-RECORD)
                         LENGTH(LENGTH OF WS-PICK-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-PICK-TDQ)
                         FROM(WS-PICK-RECORD)
                         LENGTH(LENGTH OF WS-PICK-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
