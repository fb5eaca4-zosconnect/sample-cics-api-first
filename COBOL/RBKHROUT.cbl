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
      * RBKHROUT - Shared hold routing, LINKed the way RBKBDAY is, by *
      *            whoever brings a hold to the head of its queue.    *
      *            When a copy is AVAILABLE at the hold's pickup      *
      *            branch (or the hold names none) the answer is      *
      *            AT-PICKUP and the caller promotes the hold to      *
      *            READY as before. Otherwise the first AVAILABLE     *
      *            loanable copy at another branch is dispatched      *
      *            TRANSIT towards the pickup branch - the same move  *
      *            RBKCPYOP's transfer action makes - and the hold    *
      *            goes IN TRANSIT with the copy on it, to go READY   *
      *            when RBKCPYOP's arrive action lands the copy. The  *
      *            caller holds the book's lock throughout, so this   *
      *            program takes none of its own                      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKHROUT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * What the copy-inventory browse found: a copy AVAILABLE at the
      * pickup branch, and the first AVAILABLE copy anywhere else
       01 WS-HR-LOCAL-SW        PIC X VALUE 'N'.
         88 WS-HR-LOCAL-FOUND     VALUE 'Y'.
         88 WS-HR-LOCAL-NONE      VALUE 'N'.
       01 WS-HR-REMOTE-SW       PIC X VALUE 'N'.
         88 WS-HR-REMOTE-FOUND    VALUE 'Y'.
         88 WS-HR-REMOTE-NONE     VALUE 'N'.
       01 WS-HR-REMOTE-NUM      PIC 9(4) VALUE 0.
       01 WS-HR-REMOTE-BRANCH   PIC X(4) VALUE SPACES.
       01 WS-HR-PICKUP-BRANCH   PIC X(4) VALUE SPACES.

      * The copies already spoken for: each READY hold on the book
      * keeps one AVAILABLE copy at its own pickup branch (any copy,
      * for a READY hold naming no branch), so that copy is neither
      * on the pickup shelf for this hold nor free to be sent away.
      * 50 READY holds on one title is well past anything real.
       01 WS-HR-READY-COUNT     PIC S9(4) COMP-5 VALUE 0.
       01 WS-HR-READY-TABLE.
         03 WS-HR-READY-ENTRY OCCURS 50 TIMES.
           05 WS-HR-READY-BRANCH  PIC X(4).
           05 WS-HR-READY-USED    PIC X.
       01 WS-HR-I               PIC S9(4) COMP-5.
       01 WS-HR-SPOKEN-SW       PIC X VALUE 'N'.
         88 WS-HR-SPOKEN-FOR      VALUE 'Y'.
         88 WS-HR-NOT-SPOKEN-FOR  VALUE 'N'.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           EXEC CICS GET CONTAINER(WS-HROUT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-HROUT-PARM)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No parameter was provided
              GO TO EXIT-PROGRAM
           END-IF.

           SET WS-HROUT-AT-PICKUP TO TRUE.
           MOVE 0 TO WS-HROUT-COPYNUM.
           MOVE SPACES TO WS-HROUT-FROM.

      * A hold written before the pickup branch reads back blank -
      * and a hold with no pickup branch is served wherever it is
           MOVE WS-HROUT-FORMNUM TO WS-RESERVE-KEY-FORMNUM.
           MOVE WS-HROUT-SEQ TO WS-RESERVE-KEY-SEQ.
           INITIALIZE WS-RESERVE-RECORD.
           EXEC CICS READ FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     INTO(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              holdPickupBranch OF WS-RESERVE-RECORD = SPACES THEN
              GO TO RETURN-OUTCOME
           END-IF.
           MOVE holdPickupBranch OF WS-RESERVE-RECORD TO
             WS-HR-PICKUP-BRANCH.

           PERFORM LOAD-READY-HOLDS.
           PERFORM BROWSE-AVAILABLE-COPIES.

           IF WS-HR-LOCAL-FOUND THEN
              GO TO RETURN-OUTCOME
           END-IF.
           IF WS-HR-REMOTE-NONE THEN
              SET WS-HROUT-NO-COPY TO TRUE
              GO TO RETURN-OUTCOME
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

           PERFORM DISPATCH-COPY THRU DISPATCH-COPY-EXIT.

       RETURN-OUTCOME.
           EXEC CICS PUT CONTAINER(WS-HROUT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-HROUT-PARM)
                         FLENGTH(LENGTH OF WS-HROUT-PARM)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * Browse the book's copy inventory for AVAILABLE loanable
      * copies (a reference copy never goes out to a hold). A copy
      * with no current branch predates the location master and
      * counts as being everywhere, so it never triggers a transfer
       BROWSE-AVAILABLE-COPIES.
           SET WS-HR-LOCAL-NONE TO TRUE.
           SET WS-HR-REMOTE-NONE TO TRUE.
           MOVE WS-HROUT-FORMNUM TO WS-COPY-KEY-FORMNUM.
           MOVE 0 TO WS-COPY-KEY-NUM.

           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                       RIDFLD(WS-COPY-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-COPY-RECORD
                 EXEC CICS READNEXT FILE(WS-COPY-FILE)
                             INTO(WS-COPY-RECORD)
                             RIDFLD(WS-COPY-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-COPY-KEY-FORMNUM NOT = WS-HROUT-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 SET WS-HR-NOT-SPOKEN-FOR TO TRUE
                 IF WS-COPY-IS-AVAILABLE AND
                    copyLoanable OF WS-COPY-RECORD NOT = 'N' THEN
                    PERFORM CLAIM-FOR-READY-HOLD
                       THRU CLAIM-FOR-READY-HOLD-EXIT
                 END-IF
                 IF WS-COPY-IS-AVAILABLE AND WS-HR-NOT-SPOKEN-FOR AND
                    copyLoanable OF WS-COPY-RECORD NOT = 'N' THEN
                    IF copyCurrBranch OF WS-COPY-RECORD =
                          WS-HR-PICKUP-BRANCH OR
                       copyCurrBranch OF WS-COPY-RECORD = SPACES THEN
                       SET WS-HR-LOCAL-FOUND TO TRUE
                       EXIT PERFORM
                    END-IF
                    IF WS-HR-REMOTE-NONE THEN
                       SET WS-HR-REMOTE-FOUND TO TRUE
                       MOVE WS-COPY-KEY-NUM TO WS-HR-REMOTE-NUM
                       MOVE copyCurrBranch OF WS-COPY-RECORD TO
                         WS-HR-REMOTE-BRANCH
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

      * Note the pickup branch of every READY hold on the book
       LOAD-READY-HOLDS.
           MOVE 0 TO WS-HR-READY-COUNT.
           MOVE WS-HROUT-FORMNUM TO WS-RESERVE-KEY-FORMNUM.
           MOVE 0 TO WS-RESERVE-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-RESERVE-FILE)
                       RIDFLD(WS-RESERVE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-RESERVE-RECORD
                 EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                             INTO(WS-RESERVE-RECORD)
                             RIDFLD(WS-RESERVE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-RESERVE-KEY-FORMNUM NOT = WS-HROUT-FORMNUM THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-HOLD-IS-READY AND WS-HR-READY-COUNT < 50 THEN
                    ADD 1 TO WS-HR-READY-COUNT
                    MOVE holdPickupBranch OF WS-RESERVE-RECORD TO
                      WS-HR-READY-BRANCH(WS-HR-READY-COUNT)
                    MOVE 'N' TO WS-HR-READY-USED(WS-HR-READY-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC
           END-IF.

      * Give the AVAILABLE copy in WS-COPY-RECORD to a READY hold
      * still without one - first one collecting at the copy's own
      * branch, else one naming no branch - and mark it spoken for
       CLAIM-FOR-READY-HOLD.
           PERFORM VARYING WS-HR-I FROM 1 BY 1
                     UNTIL WS-HR-I > WS-HR-READY-COUNT
              IF WS-HR-READY-USED(WS-HR-I) = 'N' AND
                 WS-HR-READY-BRANCH(WS-HR-I) =
                    copyCurrBranch OF WS-COPY-RECORD THEN
                 MOVE 'Y' TO WS-HR-READY-USED(WS-HR-I)
                 SET WS-HR-SPOKEN-FOR TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-HR-SPOKEN-FOR THEN
              GO TO CLAIM-FOR-READY-HOLD-EXIT
           END-IF.
           PERFORM VARYING WS-HR-I FROM 1 BY 1
                     UNTIL WS-HR-I > WS-HR-READY-COUNT
              IF WS-HR-READY-USED(WS-HR-I) = 'N' AND
                 WS-HR-READY-BRANCH(WS-HR-I) = SPACES THEN
                 MOVE 'Y' TO WS-HR-READY-USED(WS-HR-I)
                 SET WS-HR-SPOKEN-FOR TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       CLAIM-FOR-READY-HOLD-EXIT.
           EXIT.

      * Send the remote copy on its way - TRANSIT, with its current
      * branch already naming the destination, as RBKCPYOP's
      * transfer leaves it - and put the hold IN TRANSIT on it. Both
      * records are replaced in place by key (delete-then-write). A
      * copy gone from under us leaves the hold as it was.
       DISPATCH-COPY.
           MOVE WS-HROUT-FORMNUM TO WS-COPY-KEY-FORMNUM.
           MOVE WS-HR-REMOTE-NUM TO WS-COPY-KEY-NUM.
           INITIALIZE WS-COPY-RECORD.
           EXEC CICS READ FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     INTO(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              NOT WS-COPY-IS-AVAILABLE THEN
              SET WS-HROUT-NO-COPY TO TRUE
              GO TO DISPATCH-COPY-EXIT
           END-IF.
           EXEC CICS DELETE FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           SET WS-COPY-IS-TRANSIT TO TRUE.
           MOVE WS-HR-PICKUP-BRANCH TO copyCurrBranch OF WS-COPY-RECORD.
           EXEC CICS WRITE FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     FROM(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE WS-HROUT-FORMNUM TO WS-RESERVE-KEY-FORMNUM.
           MOVE WS-HROUT-SEQ TO WS-RESERVE-KEY-SEQ.
           INITIALIZE WS-RESERVE-RECORD.
           EXEC CICS READ FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     INTO(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           SET WS-HOLD-IS-TRANSIT TO TRUE.
           MOVE SPACES TO holdPickupBy OF WS-RESERVE-RECORD.
           MOVE SPACES TO holdNoticeDate OF WS-RESERVE-RECORD.
           MOVE SPACES TO holdPickedDate OF WS-RESERVE-RECORD.
           MOVE WS-HR-REMOTE-NUM TO holdRouteCopy OF WS-RESERVE-RECORD.
           MOVE WS-HR-REMOTE-BRANCH TO
             holdRouteFrom OF WS-RESERVE-RECORD.
           MOVE WS-NOW-DATE TO holdRouteDate OF WS-RESERVE-RECORD.
           EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     FROM(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           SET WS-HROUT-DISPATCHED TO TRUE.
           MOVE WS-HR-REMOTE-NUM TO WS-HROUT-COPYNUM.
           MOVE WS-HR-REMOTE-BRANCH TO WS-HROUT-FROM.
       DISPATCH-COPY-EXIT.
           EXIT.
