      *            after repair), assign a copy's home branch, or     *
      *            move it between branches (transfer dispatches it   *
      *            TRANSIT towards a branch, arrive books it in as    *
      *            AVAILABLE there), or set its shelfmark. ON-LOAN is *
      *            managed by RBKCHKOP's checkout/check-in, not set   *
      *            by hand. A copy RBKHROUT sent to a hold's pickup   *
      *            branch puts that hold READY when it arrives there; *
      *            one lost, damaged or disposed of on the way puts   *
      *            the hold back in the queue. Modeled on RBKHLDOP    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCPYOP.
         88 WS-BRANCH-IS-VALID    VALUE 'Y'.
         88 WS-BRANCH-INVALID     VALUE 'N'.

      * The IN TRANSIT hold a travelling copy was sent for, if any
       01 WS-ROUTED-HOLD-SW     PIC X VALUE 'N'.
         88 WS-ROUTED-HOLD-FOUND  VALUE 'Y'.
         88 WS-ROUTED-HOLD-NONE   VALUE 'N'.
       01 WS-ROUTED-HOLD-SEQ    PIC 9(4) VALUE 0.
       01 WS-COPY-WAS-TRANSIT   PIC X VALUE 'N'.
         88 WS-COPY-LEFT-TRANSIT  VALUE 'Y'.

      * Replacement-charge state for a copy marked LOST: how many of
      * this book's loans are open (the charge is only filed when
      * exactly one is - with several copies out, guessing would bill
      * the wrong person), whose, where their ledger's next free
      * sequence sits, and the book's price converted to the base
      * currency through RBKRATE. WS-RPLC-STAMPED is the borrower
      * whose open loan is stamped with this very copy - when there
      * is one, the open-loan count doesn't matter.
       01 WS-RPLC-OPEN-COUNT    PIC S9(8) COMP-5 VALUE 0.
       01 WS-RPLC-BORROWER      PIC X(8).
       01 WS-RPLC-STAMPED       PIC X(8).
       01 WS-RPLC-NEXT-SEQ      PIC 9(4) VALUE 0.
       01 WS-RPLC-AMOUNT        PIC 9(9)V9(2) COMP-3 VALUE 0.

      * since the number only otherwise exists in the VSAM key
       01 WS-COPY-LIST-ENTRY.
         03 WS-COPY-LIST-NUM      PIC 9(4).
         03 WS-COPY-LIST-RECORD   PIC X(107).

       PROCEDURE DIVISION.

                 IF WS-COPY-MISSING THEN
                    GO TO EXIT-PROGRAM
                 END-IF
                 IF WS-COPY-IS-TRANSIT THEN
                    SET WS-COPY-LEFT-TRANSIT TO TRUE
                 END-IF
                 EXEC CICS DELETE FILE(WS-COPY-FILE)
                           RIDFLD(WS-COPY-KEY)
                           RESP(WS-RESP)
                           FROM(WS-COPY-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
      * A travelling copy marked by hand settles the hold it was
      * sent for - READY if it is now AVAILABLE where that hold is
      * collected, otherwise back in the queue
                 IF WS-COPY-LEFT-TRANSIT THEN
                    PERFORM SETTLE-ROUTED-HOLD
                       THRU SETTLE-ROUTED-HOLD-EXIT
                 END-IF
                 MOVE 1 TO WS-COPY-COUNT

      * A copy lost while out on loan costs its borrower the book's
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 1 TO WS-COPY-COUNT
      * A copy RBKHROUT sent for a hold has reached the requester's
      * pickup branch - the hold goes READY now
                 PERFORM SETTLE-ROUTED-HOLD
                    THRU SETTLE-ROUTED-HOLD-EXIT

      * Shelve a copy: set (or, with spaces, clear) the shelfmark
      * the pick list and the shelf-reading list walk the stacks by
              WHEN WS-COPY-ACTION-SHELVE
                 PERFORM FETCH-COPY-RECORD THRU FETCH-COPY-EXIT
                 IF WS-COPY-MISSING THEN
                    GO TO EXIT-PROGRAM
                 END-IF
                 EXEC CICS DELETE FILE(WS-COPY-FILE)
                           RIDFLD(WS-COPY-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE WS-COPY-REQ-SHELFMARK TO
                   copyShelfmark OF WS-COPY-RECORD
                 EXEC CICS WRITE FILE(WS-COPY-FILE)
                           RIDFLD(WS-COPY-KEY)
                           FROM(WS-COPY-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE 1 TO WS-COPY-COUNT

      * Flag a copy loanable or in-library-only reference - the
      * setting RBKCHKOP's checkout honours when it picks a copy
                    GO TO EXIT-PROGRAM
                 END-IF
                 PERFORM FILE-DISPOSAL-ENTRY
      * A copy written off on its way to a hold's pickup branch puts
      * that hold back in the queue
                 IF WS-COPY-IS-TRANSIT THEN
                    PERFORM SETTLE-ROUTED-HOLD
                       THRU SETTLE-ROUTED-HOLD-EXIT
                 END-IF
                 IF copyBarcode OF WS-COPY-RECORD NOT = SPACES THEN
                    MOVE copyBarcode OF WS-COPY-RECORD TO
                      WS-BARCX-KEY
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
      * A disposal settles a wear worklist entry for good, and
      * withdraws a label still waiting to be printed
                 MOVE WS-COPY-KEY-FORMNUM TO WS-WEAR-KEY-FORMNUM
                 MOVE WS-COPY-KEY-NUM TO WS-WEAR-KEY-NUM
                 EXEC CICS DELETE FILE(WS-WEAR-FILE)
                           RIDFLD(WS-WEAR-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 MOVE WS-COPY-KEY-FORMNUM TO WS-LABL-KEY-FORMNUM
                 MOVE WS-COPY-KEY-NUM TO WS-LABL-KEY-NUM
                 EXEC CICS DELETE FILE(WS-LABL-FILE)
                           RIDFLD(WS-LABL-KEY)
                           RESP(WS-RESP)
                 END-EXEC
                 EXEC CICS DELETE FILE(WS-COPY-FILE)
                           RIDFLD(WS-COPY-KEY)
                           RESP(WS-RESP)
       FETCH-COPY-EXIT.
           EXIT.

      * Find the IN TRANSIT hold this copy (WS-COPY-KEY/RECORD) was
      * dispatched for and settle it, in place by key: an AVAILABLE
      * copy standing at the hold's pickup branch makes it READY -
      * stamped picked today, since the copy is in the desk's hands
      * rather than in the stacks, with the pickup deadline and the
      * ready notice left for the nightly RBKHLDEX and RBKCRTSY steps
      * as RBKHLDOP leaves them. Anything else (lost or damaged in
      * the crate, written off) sends the hold back to WAITING at its
      * place in the queue, for the next copy back to serve.
       SETTLE-ROUTED-HOLD.
           SET WS-ROUTED-HOLD-NONE TO TRUE.
           MOVE WS-COPY-KEY-FORMNUM TO WS-RESERVE-KEY-FORMNUM.
           MOVE 0 TO WS-RESERVE-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-RESERVE-FILE)
                       RIDFLD(WS-RESERVE-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO SETTLE-ROUTED-HOLD-EXIT
           END-IF.
           PERFORM UNTIL EXIT
              INITIALIZE WS-RESERVE-RECORD
              EXEC CICS READNEXT FILE(WS-RESERVE-FILE)
                          INTO(WS-RESERVE-RECORD)
                          RIDFLD(WS-RESERVE-KEY)
                          RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) OR
                 WS-RESERVE-KEY-FORMNUM NOT = WS-COPY-KEY-FORMNUM THEN
                 EXIT PERFORM
              END-IF
              IF WS-HOLD-IS-TRANSIT AND
                 holdRouteCopy OF WS-RESERVE-RECORD = WS-COPY-KEY-NUM
              THEN
                 SET WS-ROUTED-HOLD-FOUND TO TRUE
                 MOVE WS-RESERVE-KEY-SEQ TO WS-ROUTED-HOLD-SEQ
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE(WS-RESERVE-FILE) END-EXEC.
           IF WS-ROUTED-HOLD-NONE THEN
              GO TO SETTLE-ROUTED-HOLD-EXIT
           END-IF.

           MOVE WS-COPY-KEY-FORMNUM TO WS-RESERVE-KEY-FORMNUM.
           MOVE WS-ROUTED-HOLD-SEQ TO WS-RESERVE-KEY-SEQ.
           INITIALIZE WS-RESERVE-RECORD.
           EXEC CICS READ FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     INTO(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO SETTLE-ROUTED-HOLD-EXIT
           END-IF.
           EXEC CICS DELETE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO holdPickupBy OF WS-RESERVE-RECORD.
           MOVE SPACES TO holdNoticeDate OF WS-RESERVE-RECORD.
           MOVE SPACES TO holdPickedDate OF WS-RESERVE-RECORD.
           IF WS-COPY-IS-AVAILABLE AND
              copyCurrBranch OF WS-COPY-RECORD =
                 holdPickupBranch OF WS-RESERVE-RECORD THEN
              SET WS-HOLD-IS-READY TO TRUE
              EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC
              EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                        YYYYMMDD(WS-NOW-DATE)
                        DATESEP('-')
              END-EXEC
              MOVE WS-NOW-DATE TO holdPickedDate OF WS-RESERVE-RECORD
           ELSE
              SET WS-HOLD-IS-WAITING TO TRUE
           END-IF.
           MOVE 0 TO holdRouteCopy OF WS-RESERVE-RECORD.
           MOVE SPACES TO holdRouteFrom OF WS-RESERVE-RECORD.
           MOVE SPACES TO holdRouteDate OF WS-RESERVE-RECORD.
           EXEC CICS WRITE FILE(WS-RESERVE-FILE)
                     RIDFLD(WS-RESERVE-KEY)
                     FROM(WS-RESERVE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       SETTLE-ROUTED-HOLD-EXIT.
           EXIT.

      * Confirm the branch argument names a site on the branch
      * master - the same rule RBKORDOP applies to a vendor id, so
      * stock can't be assigned or dispatched to a code nobody can
              GO TO FILE-REPLACEMENT-CHARGE-EXIT
           END-IF.

      * Who has it out? The open loan stamped with this very copy
      * names the borrower to bill; failing that (a loan written
      * before the copy stamp), exactly one open loan on the book
      * does - none or several and nobody can fairly be charged
           MOVE 0 TO WS-RPLC-OPEN-COUNT.
           MOVE SPACES TO WS-RPLC-BORROWER.
           MOVE SPACES TO WS-RPLC-STAMPED.
           MOVE WS-COPY-REQ-FORMNUM TO WS-LOAN-KEY-FORMNUM.
           MOVE 0 TO WS-LOAN-KEY-SEQ.

                    ADD 1 TO WS-RPLC-OPEN-COUNT
                    MOVE borrower OF WS-LOAN-RECORD(1:8) TO
                      WS-RPLC-BORROWER
                    IF loanCopyNum OF WS-LOAN-RECORD IS NUMERIC AND
                       loanCopyNum OF WS-LOAN-RECORD =
                          WS-COPY-REQ-NUM THEN
                       MOVE borrower OF WS-LOAN-RECORD(1:8) TO
                         WS-RPLC-STAMPED
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

           IF WS-RPLC-STAMPED NOT = SPACES THEN
              MOVE WS-RPLC-STAMPED TO WS-RPLC-BORROWER
              MOVE 1 TO WS-RPLC-OPEN-COUNT
           END-IF.

           IF WS-RPLC-OPEN-COUNT NOT = 1 OR
              WS-RPLC-BORROWER = SPACES THEN
              GO TO FILE-REPLACEMENT-CHARGE-EXIT
