      *            counterpart of RBKCHKOP's hardcopy loan - a        *
      *            restricted PDF is only supposed to be readable     *
      *            under an active grant, and the file is the access  *
      *            record compliance reads. A book licensed on        *
      *            RBKLICN takes no more active grants than its       *
      *            licence has seats and none past the licence        *
      *            expiry; a borrower refused a seat may take a place *
      *            on the book's waitlist (RBKGRWT), which RBKGRWL    *
      *            serves as soon as a revoke frees a seat. Modeled   *
      *            on RBKCHKOP                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKGRTOP.
       01 WS-GRANT-NEXT-SEQ     PIC 9(4) VALUE 0.
       01 WS-GRANT-COUNT        PIC S9(8) COMP-5 VALUE 0.

      * How many of the book's grants are active right now - the
      * seats in use, for a licensed book
       01 WS-GRANT-ACTIVE-COUNT PIC S9(8) COMP-5 VALUE 0.

      * The book's licence, when it has one, and the seats it leaves
      * free
       01 WS-LICENCE-FOUND-SW   PIC X VALUE 'N'.
         88 WS-BOOK-LICENSED      VALUE 'Y'.
       01 WS-SEATS-FREE         PIC S9(8) COMP-5 VALUE 0.
       01 WS-SEAT-SW            PIC X VALUE 'Y'.
         88 WS-SEAT-GRANTED       VALUE 'Y'.
         88 WS-SEAT-REFUSED       VALUE 'N'.

      * The book's waitlist: how many are waiting, the last sequence
      * used, and where (and under which key) this borrower waits -
      * position 0 when they aren't on it
       01 WS-WAIT-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-WAIT-NEXT-SEQ      PIC 9(4) VALUE 0.
       01 WS-WAIT-POSITION      PIC S9(8) COMP-5 VALUE 0.
       01 WS-MYWAIT-KEY         PIC X(16).
       01 WS-POS-DISPLAY        PIC Z(3)9.
       01 WS-POS-LEAD           PIC S9(4) COMP-5.

      * Set by a revoke that frees a seat somebody is waiting for -
      * RBKGRWL is LINKed to serve them once this book's lock is
      * released
       01 WS-SEAT-FREED-SW      PIC X VALUE 'N'.
         88 WS-SEAT-FREED         VALUE 'Y'.

      * The borrower's active grant's own key, saved the moment the
      * browse sees it - the browse runs on past it to find the
      * highest sequence, so a revoke must work from this saved
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The grant period this borrower gets on this book -
      * WS-GRANT-PERIOD-DAYS as resolved by RBKPOLRS against the
      * book's policy and the borrower's category
       01 WS-GRANT-DAYS         PIC S9(4) COMP-5 VALUE 0.

      * When a grant issued right now expires - "now" pushed
      * WS-GRANT-DAYS into the future via ABSTIME arithmetic
      * (ABSTIME is milliseconds, so one day is 86400000), formatted
      * the same way as WS-NOW-STAMP
       01 WS-EXP-ABSTIME        PIC S9(15) COMP-3.
                               APPEND
                    END-EXEC
                 END-IF
                 IF grantRevoked OF WS-GRANT-RECORD = SPACES AND
                    grantExpires OF WS-GRANT-RECORD > WS-NOW-STAMP
                 THEN
                    ADD 1 TO WS-GRANT-ACTIVE-COUNT
                 END-IF
                 IF grantBorrower OF WS-GRANT-RECORD =
                       WS-GRANT-REQ-BORROWER AND
                    grantRevoked OF WS-GRANT-RECORD = SPACES AND
              EXEC CICS ENDBR FILE(WS-GRANT-FILE) END-EXEC
           END-IF.

           IF WS-GRANT-ACTION-ISSUE OR WS-GRANT-ACTION-REVOKE THEN
              PERFORM LOAD-WAITLIST
           END-IF.

           EVALUATE TRUE
              WHEN WS-GRANT-ACTION-ISSUE
                 PERFORM ISSUE-GRANT THRU ISSUE-GRANT-EXIT
                         NOHANDLE
           END-EXEC.

      * A revoke has freed a seat the waitlist is owed - have RBKGRWL
      * issue it now rather than leave it for the nightly run. This
      * book's lock is already released: RBKGRWL issues through this
      * same program, which takes it again
           IF WS-SEAT-FREED THEN
              MOVE WS-GRANT-REQ-FORMNUM TO WS-GRWL-FORMNUM
              EXEC CICS PUT CONTAINER(WS-GRWL-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-GRWL-FORMNUM)
                            FLENGTH(LENGTH OF WS-GRWL-FORMNUM)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKGRWL')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

           EXEC CICS RETURN END-EXEC.

      * Browse this book's grant waitlist: count who is waiting, note
      * the highest sequence used (for a new place to append after)
      * and where this borrower waits, if they do
       LOAD-WAITLIST.
           MOVE WS-GRANT-REQ-FORMNUM TO WS-GRWAIT-KEY-FORMNUM.
           MOVE 0 TO WS-GRWAIT-KEY-SEQ.

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
                 IF WS-GRWAIT-KEY-FORMNUM NOT = WS-GRANT-REQ-FORMNUM
                 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-WAIT-COUNT
                 MOVE WS-GRWAIT-KEY-SEQ TO WS-WAIT-NEXT-SEQ
                 IF gwaitBorrower OF WS-GRWAIT-RECORD =
                       WS-GRANT-REQ-BORROWER AND
                    WS-WAIT-POSITION = 0 THEN
                    MOVE WS-WAIT-COUNT TO WS-WAIT-POSITION
                    MOVE WS-GRWAIT-KEY TO WS-MYWAIT-KEY
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRWAIT-FILE) END-EXEC
           END-IF.

      * Issue a grant: the borrower must be on the register (the same
      * rule RBKCHKOP applies to a checkout - an unregistered name on
      * a compliance record is worthless), and must not already hold
              GO TO ISSUE-GRANT-EXIT
           END-IF.

      * A leaver gets no new access, digital any more than hardcopy
           IF WS-BORR-IS-LEAVER THEN
              INITIALIZE WS-ERROR
              STRING "RBKGRTOP: borrower has left - no new "
                       DELIMITED BY SIZE
                     "grants"
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
              GO TO ISSUE-GRANT-EXIT
           END-IF.

           IF WS-GRANT-IS-ACTIVE THEN
              INITIALIZE WS-ERROR
              STRING "RBKGRTOP: borrower already holds an active "
              GO TO ISSUE-GRANT-EXIT
           END-IF.

      * Resolve the period for this book and this borrower's
      * category - a contractor's grant runs no longer than their
      * loan would
           INITIALIZE WS-POLRS-PARM.
           MOVE WS-GRANT-REQ-FORMNUM TO WS-POLRS-FORMNUM.
           MOVE WS-GRANT-REQ-BORROWER TO WS-POLRS-BORROWER.
           MOVE WS-GRANT-PERIOD-DAYS TO WS-POLRS-LOAN-DAYS.
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
           IF WS-RESP = DFHRESP(NORMAL) AND
              WS-POLRS-LOAN-DAYS > 0 THEN
              MOVE WS-POLRS-LOAN-DAYS TO WS-GRANT-DAYS
           ELSE
              MOVE WS-GRANT-PERIOD-DAYS TO WS-GRANT-DAYS
           END-IF.

      * A suspended borrower gets no new access either, and is told
      * why
           IF WS-RESP = DFHRESP(NORMAL) AND WS-POLRS-IS-SUSPENDED THEN
              INITIALIZE WS-ERROR
              STRING "RBKGRTOP: borrower is suspended - reason "
                       DELIMITED BY SIZE
                     WS-POLRS-SUSP-REASON
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
              GO TO ISSUE-GRANT-EXIT
           END-IF.

      * A licensed book: no grant once the licence has run out, and
      * none beyond its seats - nor one of the seats the waitlist is
      * owed
           PERFORM CHECK-LICENCE-SEAT THRU CHECK-LICENCE-SEAT-EXIT.
           IF WS-SEAT-REFUSED THEN
              GO TO ISSUE-GRANT-EXIT
           END-IF.

      * Work out when a grant issued right now expires
           COMPUTE WS-EXP-ABSTIME =
              WS-NOW-ABSTIME + (WS-GRANT-DAYS * 86400000).
           EXEC CICS FORMATTIME ABSTIME(WS-EXP-ABSTIME)
                     YYYYMMDD(WS-EXP-DATE)
                     DATESEP('-')
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-EXP-STAMP.

      * A grant can't outlast the licence it is issued under - one
      * that would is cut short to end with the licence's last day
           IF WS-BOOK-LICENSED AND
              WS-EXP-DATE > licExpiry OF WS-LICENCE-RECORD THEN
              MOVE SPACES TO WS-EXP-STAMP
              STRING licExpiry OF WS-LICENCE-RECORD DELIMITED BY SIZE
                     "T23:59:59" DELIMITED BY SIZE
                     "Z[UTC]" DELIMITED BY SIZE
                     INTO WS-EXP-STAMP
           END-IF.

      * The browse's terminating READNEXT leaves the next book's
      * formNumber in the key, so it has to be re-set before the
      * WRITE files this grant under the wrong book
                       RESP(WS-RESP)
           END-EXEC.
           MOVE 1 TO WS-GRANT-COUNT.

      * A waiter served takes their place off the waitlist
           IF WS-WAIT-POSITION > 0 THEN
              MOVE WS-MYWAIT-KEY TO WS-GRWAIT-KEY
              EXEC CICS DELETE FILE(WS-GRWAIT-FILE)
                        RIDFLD(WS-GRWAIT-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.
       ISSUE-GRANT-EXIT.
           EXIT.

      * delete-then-write idiom RBKCHKOP's check-in uses. The record
      * stays on file: the revocation is part of the access history.
       REVOKE-GRANT.
      * A borrower with no grant but a waitlist place is giving the
      * place up
           IF WS-GRANT-NOT-ACTIVE AND WS-WAIT-POSITION > 0 THEN
              MOVE WS-MYWAIT-KEY TO WS-GRWAIT-KEY
              EXEC CICS DELETE FILE(WS-GRWAIT-FILE)
                        RIDFLD(WS-GRWAIT-KEY)
                        RESP(WS-RESP)
              END-EXEC
              MOVE 1 TO WS-GRANT-COUNT
              GO TO REVOKE-GRANT-EXIT
           END-IF.

           IF WS-GRANT-NOT-ACTIVE THEN
              INITIALIZE WS-ERROR
              STRING "RBKGRTOP: no active grant for this borrower "
                     RESP(WS-RESP)
           END-EXEC.
           MOVE 1 TO WS-GRANT-COUNT.
           IF WS-WAIT-COUNT > 0 THEN
              SET WS-SEAT-FREED TO TRUE
           END-IF.
       REVOKE-GRANT-EXIT.
           EXIT.

      * Judge a licensed book's seats for this borrower. No licence
      * record means no limit. With one, the licence must not have
      * expired, and a seat must be free for them: the first waiters
      * have first call on the free seats, so a waiter is seated when
      * their place is within the seats free, and a newcomer only
      * when there are more seats free than borrowers waiting. A
      * refusal puts the error container - offering the waitlist, or
      * taking the place when the request accepts it - and leaves
      * WS-SEAT-REFUSED set
       CHECK-LICENCE-SEAT.
           SET WS-SEAT-GRANTED TO TRUE.
           MOVE WS-GRANT-REQ-FORMNUM TO WS-LICENCE-KEY.
           INITIALIZE WS-LICENCE-RECORD.
           EXEC CICS READ FILE(WS-LICENCE-FILE)
                     RIDFLD(WS-LICENCE-KEY)
                     INTO(WS-LICENCE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO CHECK-LICENCE-SEAT-EXIT
           END-IF.
           SET WS-BOOK-LICENSED TO TRUE.

           IF licExpiry OF WS-LICENCE-RECORD < WS-NOW-DATE THEN
              INITIALIZE WS-ERROR
              STRING "RBKGRTOP: licence expired on "
                       DELIMITED BY SIZE
                     licExpiry OF WS-LICENCE-RECORD
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-LICENCE-SEAT-REFUSED
           END-IF.

           COMPUTE WS-SEATS-FREE =
              licSeats OF WS-LICENCE-RECORD - WS-GRANT-ACTIVE-COUNT.
           IF WS-SEATS-FREE > 0 THEN
              IF WS-WAIT-POSITION > 0 AND
                 WS-WAIT-POSITION <= WS-SEATS-FREE THEN
                 GO TO CHECK-LICENCE-SEAT-EXIT
              END-IF
              IF WS-WAIT-POSITION = 0 AND
                 WS-WAIT-COUNT < WS-SEATS-FREE THEN
                 GO TO CHECK-LICENCE-SEAT-EXIT
              END-IF
           END-IF.

      * No seat for this borrower yet
           IF WS-WAIT-POSITION > 0 THEN
              PERFORM EDIT-WAIT-POSITION
              INITIALIZE WS-ERROR
              STRING "RBKGRTOP: no seat free yet - waitlist place "
                       DELIMITED BY SIZE
                     WS-POS-DISPLAY(WS-POS-LEAD + 1:)
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-LICENCE-SEAT-REFUSED
           END-IF.

           IF NOT WS-GRANT-WAITLIST-OK THEN
              INITIALIZE WS-ERROR
              STRING "RBKGRTOP: all licence seats in use - "
                       DELIMITED BY SIZE
                     "waitlist open"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              GO TO CHECK-LICENCE-SEAT-REFUSED
           END-IF.

      * The request accepts a waitlist place - append one
           MOVE WS-GRANT-REQ-FORMNUM TO WS-GRWAIT-KEY-FORMNUM.
           ADD 1 TO WS-WAIT-NEXT-SEQ.
           MOVE WS-WAIT-NEXT-SEQ TO WS-GRWAIT-KEY-SEQ.
           INITIALIZE WS-GRWAIT-RECORD.
           MOVE WS-GRANT-REQ-BORROWER TO
             gwaitBorrower OF WS-GRWAIT-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO gwaitQueued OF WS-GRWAIT-RECORD.
           EXEC CICS WRITE FILE(WS-GRWAIT-FILE)
                     RIDFLD(WS-GRWAIT-KEY)
                     FROM(WS-GRWAIT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-WAIT-COUNT.
           MOVE WS-WAIT-COUNT TO WS-WAIT-POSITION.
           PERFORM EDIT-WAIT-POSITION.
           INITIALIZE WS-ERROR.
           STRING "RBKGRTOP: all seats in use - waitlisted at "
                    DELIMITED BY SIZE
                  WS-POS-DISPLAY(WS-POS-LEAD + 1:)
                    DELIMITED BY SIZE
                  INTO errorMessage OF WS-ERROR.

       CHECK-LICENCE-SEAT-REFUSED.
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
           SET WS-SEAT-REFUSED TO TRUE.
       CHECK-LICENCE-SEAT-EXIT.
           EXIT.

      * The borrower's waitlist place, edited without its leading
      * spaces
       EDIT-WAIT-POSITION.
           MOVE WS-WAIT-POSITION TO WS-POS-DISPLAY.
           MOVE 0 TO WS-POS-LEAD.
           INSPECT WS-POS-DISPLAY TALLYING WS-POS-LEAD
              FOR LEADING SPACES.
