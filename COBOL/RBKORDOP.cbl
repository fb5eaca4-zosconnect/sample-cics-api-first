      * RBKORDOP - Maintenance utility to place a hardcopy purchase   *
      *            order for a Redbook, receive against it (whole or  *
      *            in part - the order stays open for the balance of  *
      *            a short shipment), confirm the receipt a vendor's  *
      *            advance ship notice has staged on the open order,  *
      *            or cancel an open order's unfilled balance (see    *
      *            req036). A placed order is compared against the    *
      *            vendor price lists on RBKVPRC and the caller is    *
      *            warned when another vendor quotes the book for     *
      *            less. An order placed under a standing-order       *
      *            profile homes its received copies by the profile's *
      *            branch split. Every copy received is queued on     *
      *            RBKLABL for its spine and barcode label, and the   *
      *            new copy numbers are handed back for the receiving *
      *            desk (RBKT5RC), which names the order line it is   *
      *            receiving. The userid that places, receives or     *
      *            cancels is kept on the order for the segregation-  *
      *            of-duties checks, and each receipt is handed to    *
      *            RBKWEVNT for the integration event queue. Modeled  *
      *            on RBKCHKOP's checkout/checkin.                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKORDOP.
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The userid doing the placing, receiving or cancelling - kept
      * on the order for the segregation-of-duties checks
       01 WS-ACT-USERID         PIC X(8) VALUE SPACES.

      * Used when a receive turns the received quantity into copy
      * inventory records (one RBKCOPY record per physical copy)
       01 WS-COPY-NEXT-NUM      PIC 9(4) VALUE 0.

      * The received copies' starting shelfmark (DEFAULT-SHELFMARK)
       01 WS-SHELF-DEFAULT      PIC X(16) VALUE SPACES.
       01 WS-COPY-I             PIC S9(8) COMP-5.

      * How many copies this receive covers once the request's
       01 WS-RCV-THIS           PIC S9(5) COMP-5 VALUE 0.
       01 WS-RCV-REMAIN         PIC S9(5) COMP-5 VALUE 0.

      * Branch split for copies received against a standing order:
      * the copy's ordinal within the whole order, and the running
      * end of each branch's share as the split is walked
       01 WS-SPLIT-SW           PIC X VALUE 'N'.
         88 WS-SPLIT-IS-ON        VALUE 'Y'.
       01 WS-SPLIT-ORDINAL      PIC S9(5) COMP-5 VALUE 0.
       01 WS-SPLIT-UPTO         PIC S9(5) COMP-5 VALUE 0.
       01 WS-SPLIT-I            PIC S9(4) COMP-5.

      * Budget-check state for a placed order: the ordered book's
      * topic and currency (saved before the whole-file walk below
      * re-reads WS-BOOK per order), the budget year, what this
         88 WS-BUDG-IS-OVER       VALUE 'Y'.
         88 WS-BUDG-NOT-OVER      VALUE 'N'.

      * Best-price check for a placed order: the cheapest current
      * RBKVPRC price for the book and who quotes it, and the unit
      * price the order is actually being placed at - the chosen
      * vendor's own listed price, or the request's cost per copy
      * when that vendor has none on file (all in the base currency)
       01 WS-BEST-VENDOR        PIC X(8).
       01 WS-BEST-PRICE         PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-CHOSEN-PRICE       PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-CHOSEN-LISTED-SW   PIC X VALUE 'N'.
         88 WS-CHOSEN-IS-LISTED   VALUE 'Y'.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.
                    EXIT PERFORM
                 END-IF
                 MOVE WS-ORDER-KEY-SEQ TO WS-ORDER-NEXT-SEQ
      * A request naming an order sequence acts on that open order
      * only; otherwise the latest open order is the one
                 IF receivedDate OF WS-ORDER-RECORD = SPACES THEN
                    ADD 1 TO WS-ORDER-OPEN-COUNT
                    IF WS-ORDER-REQ-SEQ = 0 OR
                       WS-ORDER-KEY-SEQ = WS-ORDER-REQ-SEQ THEN
                       SET WS-ORDER-IS-OPEN TO TRUE
                       MOVE WS-ORDER-KEY TO WS-OPENORD-KEY
                       MOVE WS-ORDER-RECORD TO
                         WS-OPENORD-SAVE(1:LENGTH OF WS-ORDER-RECORD)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ORDER-FILE) END-EXEC
              END-IF
           END-IF.

      * Confirming a ship notice is a receive of the quantity the
      * notice staged - nothing staged means nothing to confirm
           IF WS-ORDER-ACTION-CONFIRMASN AND WS-ORDER-IS-OPEN THEN
              MOVE WS-OPENORD-SAVE(1:LENGTH OF WS-ORDER-RECORD) TO
                WS-ORDER-RECORD
              IF orderAsnQty OF WS-ORDER-RECORD <= 0 THEN
                 INITIALIZE WS-ERROR
                 STRING "RBKORDOP: no ship notice is staged on the "
                          DELIMITED BY SIZE
                        "open order"
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
              MOVE orderAsnQty OF WS-ORDER-RECORD TO
                WS-ORDER-REQ-RCVQTY
           END-IF.
           IF WS-ORDER-ACTION-CONFIRMASN THEN
              SET WS-ORDER-ACTION-RECEIVE TO TRUE
           END-IF.

           EXEC CICS ASSIGN USERID(WS-ACT-USERID) END-EXEC.

           EVALUATE TRUE
              WHEN WS-ORDER-ACTION-PLACE
      * The browse's terminating READNEXT leaves the next book's
      * with nothing received, or the receive path computes its
      * remainder from another order's leftovers
                 MOVE 0 TO quantityReceived OF WS-ORDER-RECORD
                 MOVE SPACES TO orderGlPosted OF WS-ORDER-RECORD
                 MOVE SPACES TO orderEdiSent OF WS-ORDER-RECORD
                 MOVE 0 TO orderAckQty OF WS-ORDER-RECORD
                 MOVE SPACES TO orderAckDate OF WS-ORDER-RECORD
                 MOVE 0 TO orderAsnQty OF WS-ORDER-RECORD
                 MOVE SPACES TO orderAsnRef OF WS-ORDER-RECORD
                 MOVE WS-ORDER-REQ-PROFILE TO
                   orderProfile OF WS-ORDER-RECORD
                 MOVE WS-ACT-USERID TO orderPlacedBy OF WS-ORDER-RECORD
                 MOVE SPACES TO orderReceivedBy OF WS-ORDER-RECORD
                 MOVE SPACES TO orderLastRcvBy OF WS-ORDER-RECORD
                 MOVE SPACES TO orderCancelledBy OF WS-ORDER-RECORD
                 EXEC CICS WRITE FILE(WS-ORDER-FILE)
                           RIDFLD(WS-ORDER-KEY)
                           FROM(WS-ORDER-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 ADD 1 TO WS-ORDER-OPEN-COUNT
      * The order stands either way - a cheaper vendor on the price
      * lists only earns the caller a warning
                 IF WS-ORDER-REQ-VENDOR NOT = SPACES THEN
                    PERFORM CHECK-BEST-PRICE
                 END-IF
              WHEN WS-ORDER-ACTION-RECEIVE
      * Reject a receive if there's no open order to close
                 IF WS-ORDER-NOT-OPEN THEN
                    END-EXEC
                    ADD WS-RCV-THIS TO
                      quantityReceived OF WS-ORDER-RECORD
      * Whatever shipment a notice staged has now been received
                    MOVE 0 TO orderAsnQty OF WS-ORDER-RECORD
                    MOVE SPACES TO orderAsnRef OF WS-ORDER-RECORD
      * A short shipment can be received in several goes - keep who
      * booked the first receipt as well as who booked this one
                    IF orderReceivedBy OF WS-ORDER-RECORD = SPACES THEN
                       MOVE WS-ACT-USERID TO
                         orderReceivedBy OF WS-ORDER-RECORD
                    END-IF
                    MOVE WS-ACT-USERID TO
                      orderLastRcvBy OF WS-ORDER-RECORD
                    IF quantityReceived OF WS-ORDER-RECORD >=
                       quantity OF WS-ORDER-RECORD THEN
                       MOVE WS-NOW-STAMP(1:25) TO
                              FROM(WS-ORDER-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       PERFORM WRITE-RECEIPT-EVENT
                    END-IF

      * The received quantity becomes real shelf stock: one AVAILABLE
      * copy record per copy, so RBKCHKOP's checkout has something to
      * count instead of the quantity vanishing into thin air
                    PERFORM CREATE-COPY-RECORDS
                    EXEC CICS PUT CONTAINER(WS-ORDRCPT-CONT-NAME)
                                  CHANNEL(WS-CHANNEL-NAME)
                                  FROM(WS-ORDER-RECEIPT)
                                  FLENGTH(LENGTH OF WS-ORDER-RECEIPT)
                                  BIT
                    END-EXEC
                 END-IF

      * Cancel an open order's unfilled balance: the quantity comes
                      quantity OF WS-ORDER-RECORD
                    MOVE WS-NOW-STAMP(1:25) TO
                      receivedDate OF WS-ORDER-RECORD
                    MOVE WS-ACT-USERID TO
                      orderCancelledBy OF WS-ORDER-RECORD
                    EXEC CICS WRITE FILE(WS-ORDER-FILE)
                              RIDFLD(WS-ORDER-KEY)
                              FROM(WS-ORDER-RECORD)

           EXEC CICS RETURN END-EXEC.

      * Hand a receipt to RBKWEVNT for the integration event queue,
      * in this task's unit of work - the order line just rewritten
      * and the number of copies this receipt brought in
       WRITE-RECEIPT-EVENT.
           INITIALIZE WS-EVENT-REQUEST.
           SET WS-EVENT-RECEIPT TO TRUE.
           MOVE WS-EVENT-REQ-TYPE TO WS-EVENT-REQ-ACTION.
           MOVE WS-ORDER-KEY-FORMNUM TO WS-EVENT-REQ-FORMNUM.
           MOVE WS-ORDER-KEY-SEQ TO WS-EVENT-REQ-REF.
           MOVE WS-RCV-THIS TO WS-EVENT-REQ-QUANTITY.
           EXEC CICS PUT CONTAINER(WS-EVENT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-EVENT-REQUEST)
                         FLENGTH(LENGTH OF WS-EVENT-REQUEST)
                         BIT
           END-EXEC.
           EXEC CICS LINK PROGRAM('RBKWEVNT')
                     CHANNEL(WS-CHANNEL-NAME)
           END-EXEC.

      * Find the highest copy number already catalogued for this book
      * (the same browse-to-find-next idiom the order browse above
      * uses), then write one AVAILABLE copy record per copy this
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

      * An order placed under a standing-order profile homes its
      * copies by the profile's branch split - the copies received
      * before this receive have already used up the front of it
           MOVE 'N' TO WS-SPLIT-SW.
           IF orderProfile OF WS-ORDER-RECORD NOT = SPACES THEN
              MOVE orderProfile OF WS-ORDER-RECORD TO WS-STOP-KEY
              EXEC CICS READ FILE(WS-STOP-FILE)
                        RIDFLD(WS-STOP-KEY)
                        INTO(WS-STOP-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE 'Y' TO WS-SPLIT-SW
              END-IF
           END-IF.
           COMPUTE WS-SPLIT-ORDINAL =
              quantityReceived OF WS-ORDER-RECORD - WS-RCV-THIS.
           PERFORM DEFAULT-SHELFMARK THRU DEFAULT-SHELFMARK-EXIT.

           COMPUTE WS-ORDER-RCPT-FIRST = WS-COPY-NEXT-NUM + 1.
           MOVE WS-RCV-THIS TO WS-ORDER-RCPT-COUNT.
           PERFORM VARYING WS-COPY-I FROM 1 BY 1
                     UNTIL WS-COPY-I > WS-RCV-THIS
              ADD 1 TO WS-COPY-NEXT-NUM
              SET WS-COPY-IS-AVAILABLE TO TRUE
              MOVE WS-NOW-STAMP(1:25) TO
                copyAcquiredDate OF WS-COPY-RECORD
              MOVE WS-SHELF-DEFAULT TO copyShelfmark OF WS-COPY-RECORD
              ADD 1 TO WS-SPLIT-ORDINAL
              IF WS-SPLIT-IS-ON THEN
                 PERFORM HOME-BY-SPLIT
              END-IF
              EXEC CICS WRITE FILE(WS-COPY-FILE)
                          RIDFLD(WS-COPY-KEY)
                          FROM(WS-COPY-RECORD)
                          RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 PERFORM QUEUE-COPY-LABEL
              END-IF
           END-PERFORM.

      * Home one received copy at the branch whose share of the
      * profile's split its ordinal falls in; a copy past the end
      * of the split (the profile was cut back since) stays unhomed
       HOME-BY-SPLIT.
           MOVE 0 TO WS-SPLIT-UPTO.
           PERFORM VARYING WS-SPLIT-I FROM 1 BY 1
                     UNTIL WS-SPLIT-I > stopBranchCount OF
                       WS-STOP-RECORD
                        OR WS-SPLIT-I > 10
              ADD stopBranchQty OF WS-STOP-RECORD(WS-SPLIT-I) TO
                WS-SPLIT-UPTO
              IF WS-SPLIT-ORDINAL <= WS-SPLIT-UPTO THEN
                 MOVE stopBranchCode OF WS-STOP-RECORD(WS-SPLIT-I)
                   TO copyHomeBranch OF WS-COPY-RECORD
                 MOVE stopBranchCode OF WS-STOP-RECORD(WS-SPLIT-I)
                   TO copyCurrBranch OF WS-COPY-RECORD
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * Queue the spine/barcode label for the copy just written -
      * RBKLABEL prints it and assigns its barcode overnight
       QUEUE-COPY-LABEL.
           MOVE WS-COPY-KEY-FORMNUM TO WS-LABL-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-LABL-KEY-NUM.
           INITIALIZE WS-LABL-RECORD.
           MOVE WS-NOW-DATE TO lablQueuedDate OF WS-LABL-RECORD.
           SET WS-LABL-FROM-ORDER TO TRUE.
           EXEC CICS WRITE FILE(WS-LABL-FILE)
                     RIDFLD(WS-LABL-KEY)
                     FROM(WS-LABL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * The shelfmark a newly received copy of the book in WS-BOOK
      * starts with: its topic's default on RBKTOPIC, else the
      * parent topic's, else none (the copy is shelved by hand
      * through RBKCPYOP)
       DEFAULT-SHELFMARK.
           MOVE SPACES TO WS-SHELF-DEFAULT.
           IF topic-existence OF WS-BOOK = 0 OR
              topic2-length OF WS-BOOK = 0 THEN
              GO TO DEFAULT-SHELFMARK-EXIT
           END-IF.
           MOVE topic2 OF WS-BOOK TO WS-TOPIC-KEY.
           INITIALIZE WS-TOPIC-RECORD.
           EXEC CICS READ FILE(WS-TOPIC-FILE)
                     RIDFLD(WS-TOPIC-KEY)
                     INTO(WS-TOPIC-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO DEFAULT-SHELFMARK-EXIT
           END-IF.
           MOVE topicShelfmark OF WS-TOPIC-RECORD TO WS-SHELF-DEFAULT.
           IF WS-SHELF-DEFAULT NOT = SPACES OR
              parentTopic OF WS-TOPIC-RECORD = SPACES THEN
              GO TO DEFAULT-SHELFMARK-EXIT
           END-IF.
           MOVE parentTopic OF WS-TOPIC-RECORD TO WS-TOPIC-KEY.
           INITIALIZE WS-TOPIC-RECORD.
           EXEC CICS READ FILE(WS-TOPIC-FILE)
                     RIDFLD(WS-TOPIC-KEY)
                     INTO(WS-TOPIC-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE topicShelfmark OF WS-TOPIC-RECORD TO
                WS-SHELF-DEFAULT
           END-IF.
       DEFAULT-SHELFMARK-EXIT.
           EXIT.

      * Check the order being placed against the year's budget
      * lines. Every RBKORDER order dated this year counts against
      * the lines - open ones as commitment, received ones as spend
      * - each converted to the base currency through RBKRATE off
      * its own book's currency - plus the commitment the year-end
      * close carried into the line from the year before. A
      * year/topic with no RBKBUDG line on file (or only the
      * carry-only line the close left) is unenforced, so catalogs
      * without budgets keep working exactly as before.
       CHECK-BUDGET.
           SET WS-BUDG-NOT-OVER TO TRUE.

                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) AND
                 NOT WS-BUDGET-IS-CARRY-ONLY AND
                 WS-BUDG-TOPIC-USED + WS-BUDG-NEW-COST +
                    budgetCarryIn OF WS-BUDGET-RECORD >
                    budgetAmount OF WS-BUDGET-RECORD THEN
                 SET WS-BUDG-IS-OVER TO TRUE
                 INITIALIZE WS-ERROR
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              NOT WS-BUDGET-IS-CARRY-ONLY AND
              WS-BUDG-TOTAL-USED + WS-BUDG-NEW-COST +
                 budgetCarryIn OF WS-BUDGET-RECORD >
                 budgetAmount OF WS-BUDGET-RECORD THEN
              SET WS-BUDG-IS-OVER TO TRUE
              INITIALIZE WS-ERROR
       CHECK-BUDGET-EXIT.
           EXIT.

      * Compare the chosen vendor against every current price on
      * file for the book and warn when another vendor quotes less.
      * A price whose effective date is still to come is not yet
      * current and is left out
       CHECK-BEST-PRICE.
           MOVE SPACES TO WS-BEST-VENDOR.
           MOVE 0 TO WS-BEST-PRICE.
           MOVE 'N' TO WS-CHOSEN-LISTED-SW.
           MOVE WS-ORDER-REQ-FORMNUM TO WS-VPRICE-KEY-FORMNUM.
           MOVE LOW-VALUES TO WS-VPRICE-KEY-VENDOR.

           EXEC CICS STARTBR FILE(WS-VPRICE-FILE)
                       RIDFLD(WS-VPRICE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-VPRICE-FILE)
                             INTO(WS-VPRICE-RECORD)
                             RIDFLD(WS-VPRICE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-VPRICE-KEY-FORMNUM NOT = WS-ORDER-REQ-FORMNUM
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF vprEffective OF WS-VPRICE-RECORD <= WS-NOW-DATE
                 THEN
                    MOVE vprCurrency OF WS-VPRICE-RECORD TO
                      WS-BUDG-CONV-CURR
                    MOVE vprPrice OF WS-VPRICE-RECORD TO
                      WS-BUDG-ONE-COST
                    PERFORM CONVERT-TO-BASE
                    IF WS-VPRICE-KEY-VENDOR = WS-ORDER-REQ-VENDOR THEN
                       SET WS-CHOSEN-IS-LISTED TO TRUE
                       MOVE WS-BUDG-ONE-COST TO WS-CHOSEN-PRICE
                    END-IF
                    IF WS-BEST-VENDOR = SPACES OR
                       WS-BUDG-ONE-COST < WS-BEST-PRICE THEN
                       MOVE WS-VPRICE-KEY-VENDOR TO WS-BEST-VENDOR
                       MOVE WS-BUDG-ONE-COST TO WS-BEST-PRICE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-VPRICE-FILE) END-EXEC
           END-IF.

           IF NOT WS-CHOSEN-IS-LISTED THEN
              IF WS-ORDER-REQ-QUANTITY > 0 THEN
                 COMPUTE WS-CHOSEN-PRICE ROUNDED =
                    WS-BUDG-NEW-COST / WS-ORDER-REQ-QUANTITY
              ELSE
                 MOVE WS-BUDG-NEW-COST TO WS-CHOSEN-PRICE
              END-IF
           END-IF.

           IF WS-BEST-VENDOR NOT = SPACES AND
              WS-BEST-VENDOR NOT = WS-ORDER-REQ-VENDOR AND
              WS-BEST-PRICE < WS-CHOSEN-PRICE THEN
              INITIALIZE WS-ORDER-WARNING
              MOVE WS-BEST-VENDOR TO WS-ORDWARN-BEST-VENDOR
              MOVE WS-BEST-PRICE TO WS-ORDWARN-BEST-PRICE
              MOVE WS-CHOSEN-PRICE TO WS-ORDWARN-CHOSEN-PRICE
              STRING "RBKORDOP: order placed, but vendor "
                       DELIMITED BY SIZE
                     WS-BEST-VENDOR DELIMITED BY SPACE
                     " lists this Redbook for less"
                       DELIMITED BY SIZE
                     INTO WS-ORDWARN-TEXT
              EXEC CICS PUT CONTAINER(WS-ORDWARN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-ORDER-WARNING)
                            FLENGTH(LENGTH OF WS-ORDER-WARNING)
                            BIT
              END-EXEC
           END-IF.

      * Convert WS-BUDG-ONE-COST from WS-BUDG-CONV-CURR to the base
      * currency through RBKRATE in place - a currency with no rate
      * on file (or none recorded at all) converts at 1, the same
