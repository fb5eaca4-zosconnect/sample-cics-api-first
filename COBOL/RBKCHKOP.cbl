      *****************************************************************
      * RBKCHKOP - Maintenance utility to check a hardcopy Redbook    *
      *            out to a borrower, or back in (see req023)        *
      *            A check-in may grade the copy's condition, which  *
      *            is kept as a dated history (RBKCOND); worn-out or *
      *            heavily circulated copies go on the RBKWEAR       *
      *            worklist for repair or disposal. A hold promoted  *
      *            by a check-in is routed through RBKHROUT when its *
      *            pickup branch has no copy on the shelf. Each      *
      *            checkout and return is handed to RBKWEVNT for the *
      *            integration event queue. A copy RBKLOSTD          *
      *            declared lost that turns up is checked in against *
      *            its lost loan: the copy is restored and the       *
      *            replacement charge reversed, or marked for refund *
      *            when already paid. A group account's checkout     *
      *            must name one of its RBKDLGT delegates, who is    *
      *            stamped on the loan                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCHKOP.
      * must work from this saved position, never the browse's
      * resting place
       01 WS-OPENLOAN-KEY       PIC X(16).
       01 WS-OPENLOAN-SAVE      PIC X(250).

      * With the copy inventory, several loans for one formNumber
      * are legitimately open at once (one per copy, different
         88 WS-OPENLOAN-MATCHED   VALUE 'Y'.
         88 WS-OPENLOAN-UNMATCHED VALUE 'N'.

      * A loan RBKLOSTD declared lost, for the requester (any
      * borrower's, when none is named) - kept aside the same way as
      * the open loan. A check-in with no open loan of the
      * requester's to close takes it up instead: the copy has
      * turned up, so the loan closes FOUND, the copy is restored
      * and the replacement charge reversed, or marked for refund
      * when it has already been paid
       01 WS-LOSTLOAN-SW        PIC X VALUE 'N'.
         88 WS-LOSTLOAN-FOUND     VALUE 'Y'.
         88 WS-LOSTLOAN-NONE      VALUE 'N'.
       01 WS-LOSTLOAN-KEY       PIC X(16).
       01 WS-LOSTLOAN-SAVE      PIC X(250).
       01 WS-RESTORE-SW         PIC X VALUE 'N'.
         88 WS-RESTORE-LOST       VALUE 'Y'.
         88 WS-RESTORE-NONE       VALUE 'N'.
       01 WS-RPLC-BORROWER      PIC X(8).
       01 WS-RPLC-FOUND-SW      PIC X VALUE 'N'.
         88 WS-RPLC-FOUND         VALUE 'Y'.
         88 WS-RPLC-NOT-FOUND     VALUE 'N'.
       01 WS-RPLC-KEY-SAVE      PIC X(12).

      * Whether the delegate named for a group account checks out
       01 WS-DELEGATE-SW        PIC X VALUE 'N'.
         88 WS-DELEGATE-IS-VALID  VALUE 'Y'.
         88 WS-DELEGATE-INVALID   VALUE 'N'.

      * What the hold-queue browse (BROWSE-HOLD-QUEUE) found for this
      * book: the READY hold, if one exists (the copy is being kept
      * for that requester), and the first WAITING hold, if any (the
         88 WS-COPY-AVAIL-FOUND   VALUE 'Y'.
         88 WS-COPY-AVAIL-NONE    VALUE 'N'.
       01 WS-COPY-AVAIL-NUM     PIC 9(4) VALUE 0.
       01 WS-COPY-AVAIL-BARCODE PIC X(12) VALUE SPACES.
       01 WS-COPY-ONLOAN-SW     PIC X VALUE 'N'.
         88 WS-COPY-ONLOAN-FOUND  VALUE 'Y'.
         88 WS-COPY-ONLOAN-NONE   VALUE 'N'.
       01 WS-BORROWER-OPEN      PIC S9(8) COMP-5 VALUE 0.

      * The borrower's unpaid RBKCHRG balance - a checkout is turned
      * away once it passes the block threshold, so the ledger has
      * teeth instead of being a report nobody settles
       01 WS-BORROWER-OWED      PIC 9(9)V9(2) COMP-3 VALUE 0.

         03 WS-BRWSCAN-DUEDATE     PIC X(32).
         03 WS-BRWSCAN-BACKDATE    PIC X(32).
         03 WS-BRWSCAN-RENEWALS    PIC 9(2).
         03 WS-BRWSCAN-COPYNUM     PIC 9(4).
         03 WS-BRWSCAN-BARCODE     PIC X(12).
         03 WS-BRWSCAN-RECALLED    PIC X(32).
         03 WS-BRWSCAN-CLMSTATUS   PIC X(8).
         03 WS-BRWSCAN-CLMTYPE     PIC X(8).
         03 WS-BRWSCAN-CLMDATE     PIC X(10).
         03 WS-BRWSCAN-CLMSEARCH   PIC X(10).
         03 WS-BRWSCAN-LOSTSTATUS  PIC X(8).
         03 WS-BRWSCAN-LOSTDATE    PIC X(10).
         03 WS-BRWSCAN-DELEGATE    PIC X(8).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-DUE-TIME           PIC X(8).
       01 WS-DUE-STAMP          PIC X(32).

      * The circulation policy in force for this book and borrower,
      * as RBKPOLRS resolves it: the loan period and the renewal
      * limit (zero = unlimited)
       01 WS-EFF-LOAN-DAYS      PIC S9(4) COMP-5 VALUE 0.
       01 WS-EFF-MAX-RENEW      PIC S9(4) COMP-5 VALUE 0.
      * ... and, once the borrower's category is folded in, their
      * open-loan limit and the unpaid balance that blocks them
       01 WS-EFF-MAX-LOANS      PIC S9(4) COMP-5 VALUE 0.
       01 WS-EFF-BLOCK-LIMIT    PIC 9(5)V9(2) COMP-3 VALUE 0.
       01 WS-EFF-BORROWER       PIC X(8) VALUE SPACES.
       01 WS-EFF-STANDING       PIC X VALUE SPACE.
         88 WS-EFF-HAS-LEFT       VALUE 'L'.
         88 WS-EFF-IS-SUSPENDED   VALUE 'S'.
       01 WS-EFF-SUSP-REASON    PIC X(8) VALUE SPACES.

      * How many business days a hold promoted to READY is kept -
      * the shipped default unless RBKTHRS HOLD/PICKUP says otherwise
       01 WS-PICKUP-DAYS        PIC S9(4) COMP-5 VALUE 0.

      * Wear tracking for the copy coming back in: the circulation
      * limit in force (RBKTHRS COPY/CIRCMAX, else the shipped
      * default), the copy's lifetime loans, the next condition-
      * history sequence, and why (if at all) it goes on the worklist
       01 WS-WEAR-LIMIT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-WEAR-QUOT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-WEAR-REM           PIC S9(8) COMP-5 VALUE 0.
       01 WS-WEAR-LOANS         PIC 9(7) VALUE 0.
       01 WS-WEAR-WHY           PIC X(8) VALUE SPACES.
       01 WS-COND-NEXT-SEQ      PIC 9(4) VALUE 0.
       01 WS-CHK-USERID         PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which book, which action (checkout/checkin) and (for a
      * checkout) who's borrowing it. A caller built before the
      * condition grade was carried sends a shorter request - the
      * grade it leaves off must read as not graded
           INITIALIZE WS-LOAN-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-LOAN-REQUEST)
              GO TO EXIT-PROGRAM
           END-IF.

      * A condition grade only means something on a check-in, and
      * only one of the four the desk uses
           IF WS-LOAN-ACTION-CHECKIN AND
              NOT WS-LOAN-COND-NONE AND NOT WS-LOAN-COND-VALID THEN
              INITIALIZE WS-ERROR
              STRING "RBKCHKOP: condition must be NEW, GOOD, WORN "
                       DELIMITED BY SIZE
                     "or POOR"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
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
              GO TO EXIT-PROGRAM
           END-IF.

      * Confirm the book exists and is a hardcopy - there's nothing to
      * loan out for a PDF
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
              GO TO EXIT-PROGRAM
           END-IF.

      * The circulation rule in force for this book and this
      * borrower - the book's RBKPOLCY record and the borrower's
      * category combined, defaults standing in where neither says
           MOVE WS-LOAN-REQ-BORROWER(1:8) TO WS-EFF-BORROWER.
           PERFORM RESOLVE-EFFECTIVE-POLICY.

      * A validate-only request runs the checkout's borrower checks
      * against this book and stops - no lock, no loan, no copy
           IF WS-LOAN-ACTION-VALIDATE THEN
              PERFORM VALIDATE-BORROWER THRU VALIDATE-BORROWER-EXIT
              GO TO EXIT-PROGRAM
           END-IF.

      * Ensure we're the only task touching this one book's loan
                       END-IF
                    END-IF
                 END-IF
                 IF WS-LOAN-ACTION-CHECKIN AND
                    WS-LOAN-DECLARED-LOST AND
                    (WS-LOAN-REQ-BORROWER = SPACES OR
                     borrower OF WS-LOAN-RECORD =
                        WS-LOAN-REQ-BORROWER) THEN
                    SET WS-LOSTLOAN-FOUND TO TRUE
                    MOVE WS-LOAN-KEY TO WS-LOSTLOAN-KEY
                    MOVE WS-LOAN-RECORD TO
                      WS-LOSTLOAN-SAVE(1:LENGTH OF WS-LOAN-RECORD)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * A check-in the requester has no open loan for may be a copy
      * declared lost turning up - its loan stands in for the open
      * one, and the check-in below closes it as usual
           IF WS-LOSTLOAN-FOUND AND
              (WS-LOAN-NOT-OPEN OR
               (WS-LOAN-REQ-BORROWER NOT = SPACES AND
                WS-OPENLOAN-UNMATCHED)) THEN
              SET WS-RESTORE-LOST TO TRUE
              SET WS-LOAN-IS-OPEN TO TRUE
              SET WS-OPENLOAN-MATCHED TO TRUE
              ADD 1 TO WS-LOAN-OPEN-COUNT
              MOVE WS-LOSTLOAN-KEY TO WS-OPENLOAN-KEY
              MOVE WS-LOSTLOAN-SAVE TO WS-OPENLOAN-SAVE
           END-IF.

      * See where this book's hold queue stands, so a checkout can
      * honour a READY hold and a check-in can promote the next
      * WAITING one
              END-IF
           END-IF.

      * A check-in or renewal that names a delegate must name one of
      * the delegates of the group whose loan it is
           IF (WS-LOAN-ACTION-CHECKIN OR WS-LOAN-ACTION-RENEW) AND
              WS-LOAN-IS-OPEN AND
              WS-LOAN-REQ-DELEGATE NOT = SPACES THEN
              MOVE WS-OPENLOAN-SAVE(1:LENGTH OF WS-BRWSCAN-RECORD) TO
                WS-BRWSCAN-RECORD
              MOVE WS-BRWSCAN-BORROWER(1:8) TO WS-DLGT-KEY-GROUP
              PERFORM CHECK-DELEGATE THRU CHECK-DELEGATE-EXIT
              IF WS-DELEGATE-INVALID THEN
                 GO TO EXIT-PROGRAM
              END-IF
           END-IF.

      * A renewal that didn't name its borrower renews the single
      * open loan - whose borrower's category the rule must reflect
           IF WS-LOAN-ACTION-RENEW AND WS-LOAN-IS-OPEN AND
              WS-LOAN-REQ-BORROWER = SPACES THEN
              MOVE WS-OPENLOAN-SAVE(1:LENGTH OF WS-BRWSCAN-RECORD) TO
                WS-BRWSCAN-RECORD
              MOVE WS-BRWSCAN-BORROWER(1:8) TO WS-EFF-BORROWER
              PERFORM RESOLVE-EFFECTIVE-POLICY
           END-IF.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                      dueDate OF WS-LOAN-RECORD
                    MOVE SPACES TO returnDate OF WS-LOAN-RECORD
                    MOVE 0 TO loanRenewals OF WS-LOAN-RECORD
      * Stamp the copy this loan takes (and the barcode on it), so
      * check-in, the LOST charge and the nightly circulation check
      * all know which physical copy the borrower has
                    IF WS-COPY-AVAIL-FOUND THEN
                       MOVE WS-COPY-AVAIL-NUM TO
                         loanCopyNum OF WS-LOAN-RECORD
                       MOVE WS-COPY-AVAIL-BARCODE TO
                         loanBarcode OF WS-LOAN-RECORD
                    ELSE
                       MOVE 0 TO loanCopyNum OF WS-LOAN-RECORD
                       MOVE SPACES TO loanBarcode OF WS-LOAN-RECORD
                    END-IF
                    MOVE SPACES TO loanRecallDate OF WS-LOAN-RECORD
                    MOVE SPACES TO loanLostStatus OF WS-LOAN-RECORD
                    MOVE SPACES TO loanLostDate OF WS-LOAN-RECORD
                    MOVE SPACES TO loanClaimStatus OF WS-LOAN-RECORD
                    MOVE SPACES TO loanClaimType OF WS-LOAN-RECORD
                    MOVE SPACES TO loanClaimDate OF WS-LOAN-RECORD
                    MOVE SPACES TO
                      loanClaimSearchBy OF WS-LOAN-RECORD
      * A group account's loan names the delegate who collected it
                    MOVE WS-LOAN-REQ-DELEGATE TO
                      loanDelegate OF WS-LOAN-RECORD
                    EXEC CICS WRITE FILE(WS-LOAN-FILE)
                              RIDFLD(WS-LOAN-KEY)
                              FROM(WS-LOAN-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       SET WS-EVENT-CHECKOUT TO TRUE
                       PERFORM WRITE-LOAN-EVENT
                    END-IF
                    ADD 1 TO WS-LOAN-OPEN-COUNT

      * The copy this loan takes goes ON-LOAN in the inventory
                    IF WS-COPY-AVAIL-FOUND THEN
                       MOVE WS-LOAN-REQ-FORMNUM TO WS-COPY-KEY-FORMNUM
                       MOVE WS-COPY-AVAIL-NUM TO WS-COPY-KEY-NUM
                       PERFORM MARK-COPY-ONLOAN
                    END-IF
                    END-EXEC
                    MOVE WS-NOW-STAMP(1:25) TO
                      returnDate OF WS-LOAN-RECORD
      * A copy the borrower claimed to have returned has turned up -
      * the claim closes FOUND with the loan
                    IF WS-LOAN-IS-CLAIMED THEN
                       SET WS-LOAN-CLAIM-FOUND TO TRUE
                    END-IF
      * and so has one declared lost - FOUND, keeping the date it
      * was declared
                    IF WS-RESTORE-LOST THEN
                       SET WS-LOAN-LOST-FOUND TO TRUE
                    END-IF
                    EXEC CICS WRITE FILE(WS-LOAN-FILE)
                              RIDFLD(WS-LOAN-KEY)
                              FROM(WS-LOAN-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) THEN
                       SET WS-EVENT-RETURN TO TRUE
                       PERFORM WRITE-LOAN-EVENT
                    END-IF
                    SUBTRACT 1 FROM WS-LOAN-OPEN-COUNT

      * The copy that comes back goes AVAILABLE in the inventory -
      * the very copy stamped on the loan; a loan written before the
      * stamp falls back to the first ON-LOAN copy, as before
                    MOVE WS-LOAN-REQ-FORMNUM TO WS-COPY-KEY-FORMNUM
                    IF loanCopyNum OF WS-LOAN-RECORD IS NUMERIC AND
                       loanCopyNum OF WS-LOAN-RECORD > 0 THEN
                       MOVE loanCopyNum OF WS-LOAN-RECORD TO
                         WS-COPY-KEY-NUM
                       PERFORM MARK-COPY-AVAILABLE
                    ELSE
                       IF WS-COPY-ONLOAN-FOUND THEN
                          MOVE WS-COPY-ONLOAN-NUM TO WS-COPY-KEY-NUM
                          PERFORM MARK-COPY-AVAILABLE
                       END-IF
                    END-IF
                    IF WS-RESTORE-LOST THEN
                       PERFORM REVERSE-LOST-CHARGE
                          THRU REVERSE-LOST-CHARGE-EXIT
                    END-IF

      * The copy is back - flag the first WAITING hold as READY for
      * pickup, so the head of the queue (not whoever asks first)
      * gets it. The promoted record is replaced in place by key,
      * the same delete-then-write idiom used for the loan above.
      * A hold to be collected at a branch with no copy on the shelf
      * is routed instead (RBKHROUT sends one there and the hold
      * goes READY when it arrives)
                    IF WS-WAITING-HOLD-FOUND THEN
                       PERFORM ROUTE-WAITING-HOLD
                    END-IF
                    IF WS-WAITING-HOLD-FOUND AND
                       NOT WS-HROUT-DISPATCHED THEN
                       MOVE WS-LOAN-REQ-FORMNUM TO
                         WS-RESERVE-KEY-FORMNUM
                       MOVE WS-WAITING-HOLD-SEQ TO WS-RESERVE-KEY-SEQ
                       INITIALIZE WS-RESERVE-RECORD
                       EXEC CICS READ FILE(WS-RESERVE-FILE)
                                 RIDFLD(WS-RESERVE-KEY)
                                 INTO(WS-RESERVE-RECORD)
                                    RESP(WS-RESP)
                          END-EXEC
                          SET WS-HOLD-IS-READY TO TRUE
                          MOVE SPACES TO
                            holdPickedDate OF WS-RESERVE-RECORD
                          PERFORM STAMP-PICKUP-BY
                          EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                                    RIDFLD(WS-RESERVE-KEY)
                                    FROM(WS-RESERVE-RECORD)
                    THEN
                       MOVE 0 TO loanRenewals OF WS-LOAN-RECORD
                    END-IF
      * A recalled loan is wanted back for the hold queue - it
      * runs to its recall date and no further
                    EVALUATE TRUE
      * Someone who has left gets the book back to us, not longer
                       WHEN WS-EFF-HAS-LEFT
                          INITIALIZE WS-ERROR
                          STRING "RBKCHKOP: borrower has left - this "
                                   DELIMITED BY SIZE
                                 "loan cannot be renewed"
                                   DELIMITED BY SIZE
                                 INTO errorMessage OF WS-ERROR
                          MOVE 0 TO WS-MESG-COUNTER
                          INSPECT FUNCTION REVERSE
                             (errorMessage OF WS-ERROR)
                             TALLYING WS-MESG-COUNTER
                             FOR LEADING SPACES
                          COMPUTE errorMessage-length OF WS-ERROR =
                             LENGTH OF errorMessage OF WS-ERROR -
                             WS-MESG-COUNTER
                          MOVE 1 TO errorMessage-existence OF WS-ERROR
                          EXEC CICS PUT
                                    CONTAINER(WS-RBKEROR-CONT-NAME)
                                    CHANNEL(WS-CHANNEL-NAME)
                                    FROM(WS-ERROR)
                                    FLENGTH(LENGTH OF WS-ERROR)
                                    BIT
                          END-EXEC
                       WHEN WS-EFF-IS-SUSPENDED
                          INITIALIZE WS-ERROR
                          STRING "RBKCHKOP: borrower is suspended - "
                                   DELIMITED BY SIZE
                                 "reason "
                                   DELIMITED BY SIZE
                                 WS-EFF-SUSP-REASON
                                   DELIMITED BY SPACE
                                 INTO errorMessage OF WS-ERROR
                          MOVE 0 TO WS-MESG-COUNTER
                          INSPECT FUNCTION REVERSE
                             (errorMessage OF WS-ERROR)
                             TALLYING WS-MESG-COUNTER
                             FOR LEADING SPACES
                          COMPUTE errorMessage-length OF WS-ERROR =
                             LENGTH OF errorMessage OF WS-ERROR -
                             WS-MESG-COUNTER
                          MOVE 1 TO errorMessage-existence OF WS-ERROR
                          EXEC CICS PUT
                                    CONTAINER(WS-RBKEROR-CONT-NAME)
                                    CHANNEL(WS-CHANNEL-NAME)
                                    FROM(WS-ERROR)
                                    FLENGTH(LENGTH OF WS-ERROR)
                                    BIT
                          END-EXEC
      * A loan under a returned claim is being searched for, not
      * borrowed - there is nothing to extend
                       WHEN WS-LOAN-IS-CLAIMED
                          INITIALIZE WS-ERROR
                          STRING "RBKCHKOP: this loan is under a "
                                   DELIMITED BY SIZE
                                 "returned claim - no renewal"
                                   DELIMITED BY SIZE
                                 INTO errorMessage OF WS-ERROR
                          MOVE 0 TO WS-MESG-COUNTER
                          INSPECT FUNCTION REVERSE
                             (errorMessage OF WS-ERROR)
                             TALLYING WS-MESG-COUNTER
                             FOR LEADING SPACES
                          COMPUTE errorMessage-length OF WS-ERROR =
                             LENGTH OF errorMessage OF WS-ERROR -
                             WS-MESG-COUNTER
                          MOVE 1 TO errorMessage-existence OF WS-ERROR
                          EXEC CICS PUT
                                    CONTAINER(WS-RBKEROR-CONT-NAME)
                                    CHANNEL(WS-CHANNEL-NAME)
                                    FROM(WS-ERROR)
                                    FLENGTH(LENGTH OF WS-ERROR)
                                    BIT
                          END-EXEC
                       WHEN loanRecallDate OF WS-LOAN-RECORD NOT =
                            SPACES
                          INITIALIZE WS-ERROR
                          STRING "RBKCHKOP: this loan has been "
                                   DELIMITED BY SIZE
                                 "recalled and cannot be renewed"
                                   DELIMITED BY SIZE
                                 INTO errorMessage OF WS-ERROR
                          MOVE 0 TO WS-MESG-COUNTER
                          INSPECT FUNCTION REVERSE
                             (errorMessage OF WS-ERROR)
                             TALLYING WS-MESG-COUNTER
                             FOR LEADING SPACES
                          COMPUTE errorMessage-length OF WS-ERROR =
                             LENGTH OF errorMessage OF WS-ERROR -
                             WS-MESG-COUNTER
                          MOVE 1 TO errorMessage-existence OF WS-ERROR
                          EXEC CICS PUT
                                    CONTAINER(WS-RBKEROR-CONT-NAME)
                                    CHANNEL(WS-CHANNEL-NAME)
                                    FROM(WS-ERROR)
                                    FLENGTH(LENGTH OF WS-ERROR)
                                    BIT
                          END-EXEC
                       WHEN WS-EFF-MAX-RENEW > 0 AND
                          loanRenewals OF WS-LOAN-RECORD >=
                             WS-EFF-MAX-RENEW
                          INITIALIZE WS-ERROR
                          STRING "RBKCHKOP: this loan is at its "
                                   DELIMITED BY SIZE
                                 "renewal limit"
                                   DELIMITED BY SIZE
                                 INTO errorMessage OF WS-ERROR
                          MOVE 0 TO WS-MESG-COUNTER
                          INSPECT FUNCTION REVERSE
                             (errorMessage OF WS-ERROR)
                             TALLYING WS-MESG-COUNTER
                             FOR LEADING SPACES
                          COMPUTE errorMessage-length OF WS-ERROR =
                             LENGTH OF errorMessage OF WS-ERROR -
                             WS-MESG-COUNTER
                          MOVE 1 TO errorMessage-existence OF WS-ERROR
                          EXEC CICS PUT
                                    CONTAINER(WS-RBKEROR-CONT-NAME)
                                    CHANNEL(WS-CHANNEL-NAME)
                                    FROM(WS-ERROR)
                                    FLENGTH(LENGTH OF WS-ERROR)
                                    BIT
                          END-EXEC
                       WHEN OTHER
                          EXEC CICS DELETE FILE(WS-LOAN-FILE)
                                    RIDFLD(WS-LOAN-KEY)
                                    RESP(WS-RESP)
                          END-EXEC
                          MOVE WS-DUE-STAMP(1:25) TO
                            dueDate OF WS-LOAN-RECORD
                          ADD 1 TO loanRenewals OF WS-LOAN-RECORD
                          EXEC CICS WRITE FILE(WS-LOAN-FILE)
                                    RIDFLD(WS-LOAN-KEY)
                                    FROM(WS-LOAN-RECORD)
                                    RESP(WS-RESP)
                          END-EXEC
                    END-EVALUATE
                 END-IF
           END-EVALUATE.

                    copyLoanable OF WS-COPY-RECORD NOT = 'N' THEN
                    SET WS-COPY-AVAIL-FOUND TO TRUE
                    MOVE WS-COPY-KEY-NUM TO WS-COPY-AVAIL-NUM
                    MOVE copyBarcode OF WS-COPY-RECORD TO
                      WS-COPY-AVAIL-BARCODE
                 END-IF
                 IF WS-COPY-IS-ONLOAN AND WS-COPY-ONLOAN-NONE THEN
                    SET WS-COPY-ONLOAN-FOUND TO TRUE
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

      * Hand a checkout or return to RBKWEVNT for the integration
      * event queue - in this task's unit of work, so the event is
      * only published if the loan change commits. The caller sets
      * the event type; the loan just written supplies the copy.
       WRITE-LOAN-EVENT.
           MOVE WS-EVENT-REQ-TYPE TO WS-EVENT-REQ-ACTION.
           MOVE WS-LOAN-REQ-FORMNUM TO WS-EVENT-REQ-FORMNUM.
           MOVE SPACES TO WS-EVENT-REQ-REF.
           IF loanCopyNum OF WS-LOAN-RECORD IS NUMERIC AND
              loanCopyNum OF WS-LOAN-RECORD > 0 THEN
              MOVE loanCopyNum OF WS-LOAN-RECORD TO WS-EVENT-REQ-REF
           END-IF.
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

      * Flip one copy record's status, replacing it in place by key
      * with the same delete-then-write idiom used for loan records.
      * WS-COPY-KEY is set by the caller.
                        RESP(WS-RESP)
              END-EXEC
              SET WS-COPY-IS-ONLOAN TO TRUE
              IF copyLoanCount OF WS-COPY-RECORD IS NOT NUMERIC THEN
                 MOVE 0 TO copyLoanCount OF WS-COPY-RECORD
              END-IF
              ADD 1 TO copyLoanCount OF WS-COPY-RECORD
              EXEC CICS WRITE FILE(WS-COPY-FILE)
                        RIDFLD(WS-COPY-KEY)
                        FROM(WS-COPY-RECORD)
              GO TO VALIDATE-BORROWER-EXIT
           END-IF.

      * HR says this person has left - nothing further goes out to
      * them, whatever their limit or balance
           IF WS-BORR-IS-LEAVER THEN
              INITIALIZE WS-ERROR
              STRING "RBKCHKOP: borrower has left - no further "
                       DELIMITED BY SIZE
                     "lending"
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
              GO TO VALIDATE-BORROWER-EXIT
           END-IF.

      * A desk suspension stops lending outright, and says why
           IF WS-EFF-IS-SUSPENDED THEN
              INITIALIZE WS-ERROR
              STRING "RBKCHKOP: borrower is suspended - reason "
                       DELIMITED BY SIZE
                     WS-EFF-SUSP-REASON
                       DELIMITED BY SPACE
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
              GO TO VALIDATE-BORROWER-EXIT
           END-IF.

      * Count this borrower's open loans across every book
           MOVE 0 TO WS-BORROWER-OPEN.
           MOVE LOW-VALUES TO WS-BRWSCAN-KEY.
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

           IF WS-BORROWER-OPEN >= WS-EFF-MAX-LOANS THEN
              INITIALIZE WS-ERROR
              STRING "RBKCHKOP: borrower is at their open-loan "
                       DELIMITED BY SIZE
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.

           IF WS-BORROWER-OWED > WS-EFF-BLOCK-LIMIT THEN
              INITIALIZE WS-ERROR
              STRING "RBKCHKOP: borrower has unpaid charges - "
                       DELIMITED BY SIZE
              GO TO VALIDATE-BORROWER-EXIT
           END-IF.

      * A group account borrows only through one of its named
      * delegates; a personal account has no delegates to name
           IF WS-LOAN-ACTION-CHECKOUT THEN
              IF WS-BORR-IS-GROUP THEN
                 MOVE WS-BORROWER-KEY TO WS-DLGT-KEY-GROUP
                 PERFORM CHECK-DELEGATE THRU CHECK-DELEGATE-EXIT
                 IF WS-DELEGATE-INVALID THEN
                    GO TO VALIDATE-BORROWER-EXIT
                 END-IF
              ELSE
                 IF WS-LOAN-REQ-DELEGATE NOT = SPACES THEN
                    INITIALIZE WS-ERROR
                    STRING "RBKCHKOP: a delegate can only be named "
                             DELIMITED BY SIZE
                           "for a group account"
                             DELIMITED BY SIZE
                           INTO errorMessage OF WS-ERROR
                    PERFORM PUT-DELEGATE-ERROR
                    GO TO VALIDATE-BORROWER-EXIT
                 END-IF
              END-IF
           END-IF.

           SET WS-BORROWER-IS-VALID TO TRUE.
       VALIDATE-BORROWER-EXIT.
           EXIT.

      * Is WS-LOAN-REQ-DELEGATE one of the delegates the group in
      * WS-DLGT-KEY-GROUP has named on RBKDLGT, and still a current
      * registered borrower? Refused with the reason in the error
      * container otherwise
       CHECK-DELEGATE.
           SET WS-DELEGATE-INVALID TO TRUE.
           IF WS-LOAN-REQ-DELEGATE = SPACES THEN
              INITIALIZE WS-ERROR
              STRING "RBKCHKOP: borrower is a group account - name "
                       DELIMITED BY SIZE
                     "the delegate collecting for it"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-DELEGATE-ERROR
              GO TO CHECK-DELEGATE-EXIT
           END-IF.

           MOVE WS-LOAN-REQ-DELEGATE TO WS-DLGT-KEY-DELEGATE.
           EXEC CICS READ FILE(WS-DLGT-FILE)
                     RIDFLD(WS-DLGT-KEY)
                     INTO(WS-DLGT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              INITIALIZE WS-ERROR
              STRING "RBKCHKOP: not a named delegate of this group "
                       DELIMITED BY SIZE
                     "account"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-DELEGATE-ERROR
              GO TO CHECK-DELEGATE-EXIT
           END-IF.

           MOVE WS-LOAN-REQ-DELEGATE TO WS-BORROWER-KEY.
           EXEC CICS READ FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     INTO(WS-BORROWER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR
              WS-BORR-IS-LEAVER THEN
              INITIALIZE WS-ERROR
              STRING "RBKCHKOP: delegate has left or is not on the "
                       DELIMITED BY SIZE
                     "borrower register"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-DELEGATE-ERROR
              GO TO CHECK-DELEGATE-EXIT
           END-IF.

           SET WS-DELEGATE-IS-VALID TO TRUE.
       CHECK-DELEGATE-EXIT.
           EXIT.

      * Finish the refusal STRINGed into errorMessage and hand it
      * back on the error container
       PUT-DELEGATE-ERROR.
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

       MARK-COPY-AVAILABLE.
           EXEC CICS READ FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                        RESP(WS-RESP)
              END-EXEC
              SET WS-COPY-IS-AVAILABLE TO TRUE
              IF NOT WS-LOAN-COND-NONE THEN
                 MOVE WS-LOAN-REQ-CONDITION TO
                   copyCondition OF WS-COPY-RECORD
                 MOVE WS-NOW-DATE TO
                   copyConditionDate OF WS-COPY-RECORD
              END-IF
              EXEC CICS WRITE FILE(WS-COPY-FILE)
                        RIDFLD(WS-COPY-KEY)
                        FROM(WS-COPY-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              PERFORM RECORD-COPY-WEAR THRU RECORD-COPY-WEAR-EXIT
           END-IF.

      * The replacement charge RBKLOSTD filed when the loan in
      * WS-LOAN-RECORD was declared lost - the borrower's latest
      * REPLACE charge for the book since the declaration. Still
      * OPEN, it is REVERSED (RBKGLEXT undoes the assessment);
      * already PAID, it goes REFUND with its payment stamps kept,
      * for the desk to pay back
       REVERSE-LOST-CHARGE.
           MOVE borrower OF WS-LOAN-RECORD(1:8) TO WS-RPLC-BORROWER.
           IF WS-RPLC-BORROWER = SPACES THEN
              GO TO REVERSE-LOST-CHARGE-EXIT
           END-IF.

           SET WS-RPLC-NOT-FOUND TO TRUE.
           MOVE WS-RPLC-BORROWER TO WS-CHARGE-KEY-BORROWER.
           MOVE 0 TO WS-CHARGE-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-CHARGE-FILE)
                       RIDFLD(WS-CHARGE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CHARGE-FILE)
                             INTO(WS-CHARGE-RECORD)
                             RIDFLD(WS-CHARGE-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CHARGE-KEY-BORROWER NOT = WS-RPLC-BORROWER
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CHARGE-IS-REPLACE AND
                    (WS-CHARGE-IS-UNPAID OR WS-CHARGE-IS-PAID) AND
                    chargeFormNumber OF WS-CHARGE-RECORD =
                       WS-LOAN-REQ-FORMNUM AND
                    chargeDate OF WS-CHARGE-RECORD(1:10) NOT <
                       loanLostDate OF WS-LOAN-RECORD THEN
                    SET WS-RPLC-FOUND TO TRUE
                    MOVE WS-CHARGE-KEY TO WS-RPLC-KEY-SAVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.
           IF WS-RPLC-NOT-FOUND THEN
              GO TO REVERSE-LOST-CHARGE-EXIT
           END-IF.

           MOVE WS-RPLC-KEY-SAVE TO WS-CHARGE-KEY.
           EXEC CICS READ FILE(WS-CHARGE-FILE)
                     RIDFLD(WS-CHARGE-KEY)
                     INTO(WS-CHARGE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO REVERSE-LOST-CHARGE-EXIT
           END-IF.
           EXEC CICS DELETE FILE(WS-CHARGE-FILE)
                     RIDFLD(WS-CHARGE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-CHARGE-IS-UNPAID THEN
              SET WS-CHARGE-IS-REVERSED TO TRUE
              EXEC CICS ASSIGN USERID(WS-CHK-USERID) END-EXEC
              MOVE WS-NOW-STAMP(1:25) TO
                chargeSettledDate OF WS-CHARGE-RECORD
              MOVE WS-CHK-USERID TO chargeSettledBy OF WS-CHARGE-RECORD
           ELSE
              SET WS-CHARGE-IS-REFUND TO TRUE
           END-IF.
           EXEC CICS WRITE FILE(WS-CHARGE-FILE)
                     RIDFLD(WS-CHARGE-KEY)
                     FROM(WS-CHARGE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       REVERSE-LOST-CHARGE-EXIT.
           EXIT.

      * The copy just checked back in (WS-COPY-KEY/WS-COPY-RECORD):
      * log the desk's grade, if it gave one, to the copy's condition
      * history, then put the copy on the wear worklist when it came
      * back POOR or has just reached another multiple of the
      * circulation limit
       RECORD-COPY-WEAR.
           IF copyLoanCount OF WS-COPY-RECORD IS NUMERIC THEN
              MOVE copyLoanCount OF WS-COPY-RECORD TO WS-WEAR-LOANS
           ELSE
              MOVE 0 TO WS-WEAR-LOANS
           END-IF.

           IF NOT WS-LOAN-COND-NONE THEN
              MOVE 0 TO WS-COND-NEXT-SEQ
              MOVE WS-COPY-KEY-FORMNUM TO WS-COND-KEY-FORMNUM
              MOVE WS-COPY-KEY-NUM TO WS-COND-KEY-NUM
              MOVE 0 TO WS-COND-KEY-SEQ
              EXEC CICS STARTBR FILE(WS-COND-FILE)
                        RIDFLD(WS-COND-KEY)
                        GTEQ
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 PERFORM UNTIL EXIT
                    EXEC CICS READNEXT FILE(WS-COND-FILE)
                              INTO(WS-COND-RECORD)
                              RIDFLD(WS-COND-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL) OR
                       WS-COND-KEY-FORMNUM NOT = WS-COPY-KEY-FORMNUM OR
                       WS-COND-KEY-NUM NOT = WS-COPY-KEY-NUM THEN
                       EXIT PERFORM
                    END-IF
                    MOVE WS-COND-KEY-SEQ TO WS-COND-NEXT-SEQ
                 END-PERFORM
                 EXEC CICS ENDBR FILE(WS-COND-FILE) END-EXEC
              END-IF
              EXEC CICS ASSIGN USERID(WS-CHK-USERID) END-EXEC
              ADD 1 TO WS-COND-NEXT-SEQ
              MOVE WS-COPY-KEY-FORMNUM TO WS-COND-KEY-FORMNUM
              MOVE WS-COPY-KEY-NUM TO WS-COND-KEY-NUM
              MOVE WS-COND-NEXT-SEQ TO WS-COND-KEY-SEQ
              INITIALIZE WS-COND-RECORD
              MOVE WS-LOAN-REQ-CONDITION TO condGrade
              SET WS-COND-AT-CHECKIN TO TRUE
              MOVE WS-NOW-STAMP(1:25) TO condStamp
              MOVE WS-CHK-USERID TO condUserid
              MOVE WS-WEAR-LOANS TO condLoanCount
              EXEC CICS WRITE FILE(WS-COND-FILE)
                        RIDFLD(WS-COND-KEY)
                        FROM(WS-COND-RECORD)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

           MOVE WS-WEAR-CIRC-DFLT TO WS-WEAR-LIMIT.
           MOVE 'COPY' TO WS-THRESH-KEY-CATEG.
           MOVE 'CIRCMAX' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              WS-THRESH-REC-LIMIT > 0 THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-WEAR-LIMIT
           END-IF.

           MOVE SPACES TO WS-WEAR-WHY.
           IF WS-LOAN-COND-POOR THEN
              MOVE 'POOR' TO WS-WEAR-WHY
           ELSE
              IF WS-WEAR-LOANS > 0 THEN
                 DIVIDE WS-WEAR-LOANS BY WS-WEAR-LIMIT
                    GIVING WS-WEAR-QUOT REMAINDER WS-WEAR-REM
                 IF WS-WEAR-REM = 0 THEN
                    MOVE 'CIRCMAX' TO WS-WEAR-WHY
                 END-IF
              END-IF
           END-IF.
           IF WS-WEAR-WHY = SPACES THEN
              GO TO RECORD-COPY-WEAR-EXIT
           END-IF.

      * Already on the list: a POOR grade replaces a circulation
      * entry, anything else leaves the entry as it stands
           MOVE WS-COPY-KEY-FORMNUM TO WS-WEAR-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-WEAR-KEY-NUM.
           EXEC CICS READ FILE(WS-WEAR-FILE)
                     RIDFLD(WS-WEAR-KEY)
                     INTO(WS-WEAR-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF WS-WEAR-FOR-POOR OR WS-WEAR-WHY NOT = 'POOR' THEN
                 GO TO RECORD-COPY-WEAR-EXIT
              END-IF
              EXEC CICS DELETE FILE(WS-WEAR-FILE)
                        RIDFLD(WS-WEAR-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.

           INITIALIZE WS-WEAR-RECORD.
           MOVE WS-WEAR-WHY TO wearReason.
           MOVE WS-NOW-DATE TO wearFlaggedDate.
           MOVE copyCondition OF WS-COPY-RECORD TO wearGrade.
           MOVE WS-WEAR-LOANS TO wearLoanCount.
           EXEC CICS WRITE FILE(WS-WEAR-FILE)
                     RIDFLD(WS-WEAR-KEY)
                     FROM(WS-WEAR-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

       RECORD-COPY-WEAR-EXIT.
           EXIT.

      * Stamp the pickup deadline on the hold in WS-RESERVE-RECORD
      * that is going READY: the pickup allowance in business days
      * from now, through the shared RBKBDAY arithmetic, so the
      * nightly RBKHLDEX expiry knows when to move the queue on
       STAMP-PICKUP-BY.
           MOVE WS-HOLD-PICKUP-DAYS TO WS-PICKUP-DAYS.
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

      * Ask RBKHROUT whether the first WAITING hold can be served at
      * its pickup branch, or has had a copy dispatched there
       ROUTE-WAITING-HOLD.
           INITIALIZE WS-HROUT-PARM.
           MOVE WS-LOAN-REQ-FORMNUM TO WS-HROUT-FORMNUM.
           MOVE WS-WAITING-HOLD-SEQ TO WS-HROUT-SEQ.
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

      * Resolve the effective rule for this book and WS-EFF-BORROWER
      * through RBKPOLRS - the same resolution RBKOVRDU and RBKGRTOP
      * use, so the three never disagree about a borrower's terms
       RESOLVE-EFFECTIVE-POLICY.
           INITIALIZE WS-POLRS-PARM.
           MOVE WS-LOAN-REQ-FORMNUM TO WS-POLRS-FORMNUM.
           MOVE WS-EFF-BORROWER TO WS-POLRS-BORROWER.
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
           MOVE WS-POLRS-LOAN-DAYS TO WS-EFF-LOAN-DAYS.
           MOVE WS-POLRS-MAX-RENEW TO WS-EFF-MAX-RENEW.
           MOVE WS-POLRS-MAX-LOANS TO WS-EFF-MAX-LOANS.
           MOVE WS-POLRS-BLOCK-LIMIT TO WS-EFF-BLOCK-LIMIT.
           MOVE WS-POLRS-STANDING TO WS-EFF-STANDING.
           MOVE WS-POLRS-SUSP-REASON TO WS-EFF-SUSP-REASON.
