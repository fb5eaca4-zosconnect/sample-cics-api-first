
      *****************************************************************
      * RBKHLDOP - Maintenance utility to queue a hold on a checked-  *
      *            out hardcopy Redbook, list a book's hold queue,    *
      *            or cancel a requester's own hold on it. A leaver   *
      *            or suspended borrower can't queue.                 *
      *            Modeled on RBKCHKOP's checkout/check-in. The queue *
      *            itself lives in the RBKRESV VSAM file, in sequence *
      *            (= first-come-first-served) order; RBKCHKOP's      *
      *            check-in path promotes the first WAITING hold to   *
      *            READY rather than releasing the copy to whoever    *
      *            asks first. A hold names the branch it will be     *
      *            collected at; one reaching the head of the queue   *
      *            with no copy on that branch's shelf is routed      *
      *            through RBKHROUT, which dispatches a copy there.   *
      *            Each hold queued or withdrawn is handed to         *
      *            RBKWEVNT for the integration event queue           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKHLDOP.
       01 WS-HOLD-NEXT-SEQ      PIC 9(4) VALUE 0.
       01 WS-HOLD-COUNT         PIC S9(8) COMP-5 VALUE 0.

      * What the browse found for a cancel: the requester's own hold
      * (the first one, should they somehow hold the book twice) and
      * the first WAITING hold that isn't theirs - the one a
      * withdrawn READY hold's copy passes to
       01 WS-CANCEL-SW          PIC X VALUE 'N'.
         88 WS-CANCEL-FOUND       VALUE 'Y'.
         88 WS-CANCEL-NONE        VALUE 'N'.
       01 WS-CANCEL-SEQ         PIC 9(4) VALUE 0.
       01 WS-CANCEL-WAS-READY   PIC X VALUE 'N'.
         88 WS-CANCELLED-READY    VALUE 'Y'.
       01 WS-NEXT-WAITING-SW    PIC X VALUE 'N'.
         88 WS-NEXT-WAITING-FOUND VALUE 'Y'.
         88 WS-NEXT-WAITING-NONE  VALUE 'N'.
       01 WS-NEXT-WAITING-SEQ   PIC 9(4) VALUE 0.
      * A withdrawn IN TRANSIT hold's copy is already on its way -
      * what it was sent to, so the next in line can take it over
       01 WS-CANCEL-WAS-TRANSIT PIC X VALUE 'N'.
         88 WS-CANCELLED-TRANSIT  VALUE 'Y'.
       01 WS-CANCEL-PICKUP      PIC X(4) VALUE SPACES.
       01 WS-CANCEL-ROUTE-COPY  PIC 9(4) VALUE 0.
       01 WS-CANCEL-ROUTE-FROM  PIC X(4) VALUE SPACES.
       01 WS-CANCEL-ROUTE-DATE  PIC X(10) VALUE SPACES.

      * Whether a queued hold has anyone WAITING ahead of it - if
      * not it is at the head of the queue and is routed at once
       01 WS-WAITING-AHEAD-SW   PIC X VALUE 'N'.
         88 WS-WAITING-AHEAD      VALUE 'Y'.
         88 WS-NONE-WAITING-AHEAD VALUE 'N'.

      * Whether the requester may queue at all - a leaver or a
      * suspended borrower may not (RBKPOLRS says which)
       01 WS-STANDING-SW        PIC X VALUE 'Y'.
         88 WS-STANDING-OK        VALUE 'Y'.
         88 WS-STANDING-REFUSED   VALUE 'N'.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which book, which action (queue/list/cancel) and (for
      * queueing or cancelling) whose hold it is. INITIALIZE first so
      * a caller still sending the request without a pickup branch
      * arrives with a blank one rather than residual storage
           INITIALIZE WS-HOLD-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-HOLD-REQUEST)
              GO TO EXIT-PROGRAM
           END-IF.

           IF WS-HOLD-ACTION-QUEUE THEN
              PERFORM CHECK-REQUESTER-STANDING
                 THRU CHECK-REQUESTER-STANDING-EXIT
              IF WS-STANDING-REFUSED THEN
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

      * A pickup branch, when one is named, must be a site on the
      * branch master - the same rule RBKCPYOP applies to a transfer
           IF WS-HOLD-ACTION-QUEUE AND
              WS-HOLD-REQ-BRANCH NOT = SPACES THEN
              MOVE WS-HOLD-REQ-BRANCH TO WS-BRANCH-KEY
              EXEC CICS READ FILE(WS-BRANCH-FILE)
                        RIDFLD(WS-BRANCH-KEY)
                        INTO(WS-BRANCH-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKHLDOP: pickup branch is not on the "
                          DELIMITED BY SIZE
                        "branch master"
                          DELIMITED BY SIZE
                        INTO errorMessage OF WS-ERROR
                 MOVE 0 TO WS-MESG-COUNTER
                 INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                    TALLYING WS-MESG-COUNTER FOR LEADING SPACES
                 COMPUTE errorMessage-length OF WS-ERROR =
                    LENGTH OF errorMessage OF WS-ERROR -
                    WS-MESG-COUNTER
                 MOVE 1 TO errorMessage-existence OF WS-ERROR
                 EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-ERROR)
                               FLENGTH(LENGTH OF WS-ERROR)
                               BIT
                 END-EXEC
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

      * Ensure we're the only task touching this one book's hold
      * records (the same per-book token RBKCHKOP uses for loans)
           MOVE WS-HOLD-REQ-FORMNUM TO WS-BOOK-LOCK-FORMNUM.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-RESERVE-RECORD
                 EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                             INTO(WS-RESERVE-RECORD)
                             RIDFLD(WS-RESERVE-KEY)
                 END-IF
                 MOVE WS-RESERVE-KEY-SEQ TO WS-HOLD-NEXT-SEQ
                 ADD 1 TO WS-HOLD-COUNT
                 IF WS-HOLD-IS-WAITING THEN
                    SET WS-WAITING-AHEAD TO TRUE
                 END-IF
                 IF WS-HOLD-ACTION-CANCEL THEN
                    IF WS-CANCEL-NONE AND
                       requester OF WS-RESERVE-RECORD =
                          WS-HOLD-REQ-REQUESTER THEN
                       SET WS-CANCEL-FOUND TO TRUE
                       MOVE WS-RESERVE-KEY-SEQ TO WS-CANCEL-SEQ
                       IF WS-HOLD-IS-READY THEN
                          SET WS-CANCELLED-READY TO TRUE
                       END-IF
                       IF WS-HOLD-IS-TRANSIT THEN
                          SET WS-CANCELLED-TRANSIT TO TRUE
                          MOVE holdPickupBranch OF WS-RESERVE-RECORD
                            TO WS-CANCEL-PICKUP
                          MOVE holdRouteCopy OF WS-RESERVE-RECORD TO
                            WS-CANCEL-ROUTE-COPY
                          MOVE holdRouteFrom OF WS-RESERVE-RECORD TO
                            WS-CANCEL-ROUTE-FROM
                          MOVE holdRouteDate OF WS-RESERVE-RECORD TO
                            WS-CANCEL-ROUTE-DATE
                       END-IF
                    ELSE
                       IF WS-NEXT-WAITING-NONE AND
                          WS-HOLD-IS-WAITING THEN
                          SET WS-NEXT-WAITING-FOUND TO TRUE
                          MOVE WS-RESERVE-KEY-SEQ TO
                            WS-NEXT-WAITING-SEQ
                       END-IF
                    END-IF
                 END-IF
                 IF WS-HOLD-ACTION-LIST THEN
                    EXEC CICS PUT CONTAINER(WS-HOLDLST-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
              MOVE WS-NOW-STAMP(1:25) TO
                requestDate OF WS-RESERVE-RECORD
              SET WS-HOLD-IS-WAITING TO TRUE
              MOVE SPACES TO holdPickupBy OF WS-RESERVE-RECORD
              MOVE SPACES TO holdNoticeDate OF WS-RESERVE-RECORD
              MOVE SPACES TO holdPickedDate OF WS-RESERVE-RECORD
              MOVE WS-HOLD-REQ-BRANCH TO
                holdPickupBranch OF WS-RESERVE-RECORD
              MOVE 0 TO holdRouteCopy OF WS-RESERVE-RECORD
              MOVE SPACES TO holdRouteFrom OF WS-RESERVE-RECORD
              MOVE SPACES TO holdRouteDate OF WS-RESERVE-RECORD
              EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                        RIDFLD(WS-RESERVE-KEY)
                        FROM(WS-RESERVE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              ADD 1 TO WS-HOLD-COUNT
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 SET WS-EVENT-HOLD TO TRUE
                 MOVE WS-HOLD-NEXT-SEQ TO WS-EVENT-REQ-REF
                 PERFORM WRITE-HOLD-EVENT
              END-IF
      * Nobody is waiting ahead, so this hold is at the head of the
      * queue already: when no copy is on its pickup branch's shelf
      * but one is AVAILABLE elsewhere, RBKHROUT sends it across now
      * rather than leaving it for someone to spot. A copy already on
      * the right shelf is simply there for the requester to take.
              IF WS-NONE-WAITING-AHEAD AND
                 WS-HOLD-REQ-BRANCH NOT = SPACES THEN
                 MOVE WS-HOLD-NEXT-SEQ TO WS-HROUT-SEQ
                 PERFORM ROUTE-HOLD
              END-IF
           END-IF.

           IF WS-HOLD-ACTION-CANCEL THEN
              PERFORM CANCEL-HOLD THRU CANCEL-HOLD-EXIT
              IF WS-CANCEL-NONE THEN
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

      * Tell the caller how many holds this book's queue now has
           END-EXEC.

           EXEC CICS RETURN END-EXEC.

      * Withdraw the requester's hold found by the browse. A WAITING
      * hold simply leaves the queue; a READY one was keeping a copy
      * on the shelf, so the next WAITING requester is promoted to
      * READY in its place - pickup deadline and ready notice left
      * blank for the nightly RBKHLDEX and RBKCRTSY steps to stamp
      * and send, the same way they catch any unstamped READY hold
       CANCEL-HOLD.
           IF WS-CANCEL-NONE THEN
              INITIALIZE WS-ERROR
              STRING "RBKHLDOP: no hold on this Redbook for this "
                       DELIMITED BY SIZE
                     "requester"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              MOVE 0 TO WS-MESG-COUNTER
              INSPECT FUNCTION REVERSE (errorMessage OF WS-ERROR)
                 TALLYING WS-MESG-COUNTER FOR LEADING SPACES
              COMPUTE errorMessage-length OF WS-ERROR =
                 LENGTH OF errorMessage OF WS-ERROR - WS-MESG-COUNTER
              MOVE 1 TO errorMessage-existence OF WS-ERROR
              EXEC CICS PUT CONTAINER(WS-RBKEROR-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ERROR)
                            FLENGTH(LENGTH OF WS-ERROR)
                            BIT
              END-EXEC
              GO TO CANCEL-HOLD-EXIT
           END-IF.

           MOVE WS-HOLD-REQ-FORMNUM TO WS-RESERVE-KEY-FORMNUM.
           MOVE WS-CANCEL-SEQ TO WS-RESERVE-KEY-SEQ.
           EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              SUBTRACT 1 FROM WS-HOLD-COUNT
              SET WS-EVENT-HOLDCANCEL TO TRUE
              MOVE WS-CANCEL-SEQ TO WS-EVENT-REQ-REF
              PERFORM WRITE-HOLD-EVENT
           END-IF.

      * A withdrawn IN TRANSIT hold hands its travelling copy to the
      * next in line when that requester collects at the same branch
           IF WS-CANCELLED-TRANSIT AND WS-NEXT-WAITING-FOUND THEN
              PERFORM HAND-OVER-ROUTE THRU HAND-OVER-ROUTE-EXIT
              GO TO CANCEL-HOLD-EXIT
           END-IF.

      * Otherwise the next in line is routed to a copy through
      * RBKHROUT, and promoted to READY when one is on its shelf
           IF WS-CANCELLED-READY AND WS-NEXT-WAITING-FOUND THEN
              MOVE WS-NEXT-WAITING-SEQ TO WS-HROUT-SEQ
              PERFORM ROUTE-HOLD
           END-IF.
           IF WS-CANCELLED-READY AND WS-NEXT-WAITING-FOUND AND
              NOT WS-HROUT-DISPATCHED THEN
              MOVE WS-HOLD-REQ-FORMNUM TO WS-RESERVE-KEY-FORMNUM
              MOVE WS-NEXT-WAITING-SEQ TO WS-RESERVE-KEY-SEQ
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
                 MOVE SPACES TO holdPickupBy OF WS-RESERVE-RECORD
                 MOVE SPACES TO holdNoticeDate OF WS-RESERVE-RECORD
                 MOVE SPACES TO holdPickedDate OF WS-RESERVE-RECORD
                 EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                           RIDFLD(WS-RESERVE-KEY)
                           FROM(WS-RESERVE-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF.
       CANCEL-HOLD-EXIT.
           EXIT.

      * The next WAITING hold takes over the withdrawn hold's copy in
      * transit when it is bound for the same pickup branch - the
      * route fields move across and it goes IN TRANSIT itself. One
      * collecting elsewhere is routed afresh through RBKHROUT (the
      * travelling copy lands AVAILABLE for the shelf as usual).
       HAND-OVER-ROUTE.
           MOVE WS-HOLD-REQ-FORMNUM TO WS-RESERVE-KEY-FORMNUM.
           MOVE WS-NEXT-WAITING-SEQ TO WS-RESERVE-KEY-SEQ.
           INITIALIZE WS-RESERVE-RECORD.
           EXEC CICS READ FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     INTO(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO HAND-OVER-ROUTE-EXIT
           END-IF.
           IF holdPickupBranch OF WS-RESERVE-RECORD NOT =
              WS-CANCEL-PICKUP THEN
              MOVE WS-NEXT-WAITING-SEQ TO WS-HROUT-SEQ
              PERFORM ROUTE-HOLD
              GO TO HAND-OVER-ROUTE-EXIT
           END-IF.
           EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           SET WS-HOLD-IS-TRANSIT TO TRUE.
           MOVE WS-CANCEL-ROUTE-COPY TO
             holdRouteCopy OF WS-RESERVE-RECORD.
           MOVE WS-CANCEL-ROUTE-FROM TO
             holdRouteFrom OF WS-RESERVE-RECORD.
           MOVE WS-CANCEL-ROUTE-DATE TO
             holdRouteDate OF WS-RESERVE-RECORD.
           EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     FROM(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       HAND-OVER-ROUTE-EXIT.
           EXIT.

      * Ask RBKHROUT to serve the hold at WS-HROUT-SEQ at its pickup
      * branch, dispatching a copy there when none is on the shelf
       ROUTE-HOLD.
           MOVE WS-HOLD-REQ-FORMNUM TO WS-HROUT-FORMNUM.
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

      * Hand a hold being queued or withdrawn to RBKWEVNT for the
      * integration event queue, in this task's unit of work. The
      * caller sets the event type and the hold's sequence number
       WRITE-HOLD-EVENT.
           MOVE WS-EVENT-REQ-TYPE TO WS-EVENT-REQ-ACTION.
           MOVE WS-HOLD-REQ-FORMNUM TO WS-EVENT-REQ-FORMNUM.
           MOVE 0 TO WS-EVENT-REQ-QUANTITY.
           EXEC CICS PUT CONTAINER(WS-EVENT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-EVENT-REQUEST)
                         FLENGTH(LENGTH OF WS-EVENT-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWEVNT')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

      * A hold is a claim on the next copy, so it is refused to
      * anyone who couldn't then check it out: a leaver, or a
      * borrower under a desk suspension (with its reason). The
      * requester's registered id is the front of the requester
      * field, the same truncation RBKCHKOP's register lookup uses
       CHECK-REQUESTER-STANDING.
           SET WS-STANDING-OK TO TRUE.
           INITIALIZE WS-POLRS-PARM.
           MOVE WS-HOLD-REQ-FORMNUM TO WS-POLRS-FORMNUM.
           MOVE WS-HOLD-REQ-REQUESTER(1:8) TO WS-POLRS-BORROWER.
           EXEC CICS PUT CONTAINER(WS-POLRS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-POLRS-PARM)
                         FLENGTH(LENGTH OF WS-POLRS-PARM)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKPOLRS')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.
           EXEC CICS GET CONTAINER(WS-POLRS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-POLRS-PARM)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              WS-POLRS-IN-GOOD-STANDING THEN
              GO TO CHECK-REQUESTER-STANDING-EXIT
           END-IF.

           SET WS-STANDING-REFUSED TO TRUE.
           INITIALIZE WS-ERROR.
           IF WS-POLRS-IS-SUSPENDED THEN
              STRING "RBKHLDOP: borrower is suspended - reason "
                       DELIMITED BY SIZE
                     WS-POLRS-SUSP-REASON
                       DELIMITED BY SPACE
                     INTO errorMessage OF WS-ERROR
           ELSE
              STRING "RBKHLDOP: borrower has left - no new holds"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
           END-IF.
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
       CHECK-REQUESTER-STANDING-EXIT.
           EXIT.
