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
      * RBKCLMOP - Maintenance utility for claims-returned and        *
      *            lost-in-transit disputes on loans. File a claim on *
      *            a borrower's open loan (the loan goes CLAIMED:     *
      *            fines and notices stop, renewal is refused, and    *
      *            the copy goes SEARCHING for the search period),    *
      *            resolve an open claim as LOST (the loan closes,    *
      *            the copy goes LOST and the book's replacement      *
      *            price lands on the borrower's RBKCHRG ledger), or  *
      *            list the claim history. A claim resolves FOUND     *
      *            through RBKCHKOP's ordinary check-in. Modeled on   *
      *            RBKCPYOP's mark-LOST action                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKCLMOP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-CLAIM-COUNT        PIC S9(8) COMP-5 VALUE 0.

      * The borrower's open loan of the book the claim is about - the
      * browse runs on past it, so its key is kept aside
       01 WS-CLM-LOAN-SW        PIC X VALUE 'N'.
         88 WS-CLM-LOAN-FOUND     VALUE 'Y'.
         88 WS-CLM-LOAN-NONE      VALUE 'N'.
       01 WS-CLM-LOAN-KEY       PIC X(16).

      * The search period this claim gets, and where it ends
       01 WS-SEARCH-DAYS        PIC S9(4) COMP-5 VALUE 0.
       01 WS-SEARCH-ABSTIME     PIC S9(15) COMP-3.
       01 WS-SEARCH-DATE        PIC X(10).

      * Replacement charge for a claim resolved LOST - the book's
      * price in the base currency, filed at the ledger's next
      * free sequence
       01 WS-RPLC-NEXT-SEQ      PIC 9(4) VALUE 0.
       01 WS-RPLC-AMOUNT        PIC 9(9)V9(2) COMP-3 VALUE 0.

       01 WS-CALLER-USERID      PIC X(8).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Get which action, which book and which borrower
           INITIALIZE WS-CLAIM-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-CLAIM-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No request was provided
              GO TO EXIT-PROGRAM
           END-IF.

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

           IF WS-CLAIM-ACTION-LIST THEN
              PERFORM LIST-CLAIMS
              GO TO PUT-CLAIM-COUNT
           END-IF.

      * Filing and resolving are desk decisions, and writes - honour
      * the role tier and read-only maintenance mode for both
           PERFORM RESOLVE-CALLER-ROLE.
           IF NOT WS-CALLER-IS-DESK THEN
              INITIALIZE WS-ERROR
              MOVE "RBKCLMOP: desk role is required for claims"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-CLAIM-ERROR
              GO TO EXIT-PROGRAM
           END-IF.
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
              INITIALIZE WS-ERROR
              STRING "catalog is in read-only maintenance mode - "
                       DELIMITED BY SIZE
                     "try again shortly"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-CLAIM-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

      * Ensure we're the only task touching this one book's loan and
      * copy records (the same per-book token RBKCHKOP uses)
           MOVE WS-CLAIM-REQ-FORMNUM TO WS-BOOK-LOCK-FORMNUM.
           EXEC CICS ENQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

           PERFORM FIND-CLAIM-LOAN.
           IF WS-CLM-LOAN-NONE THEN
              INITIALIZE WS-ERROR
              STRING "RBKCLMOP: no open loan of this Redbook for "
                       DELIMITED BY SIZE
                     "this borrower"
                       DELIMITED BY SIZE
                     INTO errorMessage OF WS-ERROR
              PERFORM PUT-CLAIM-ERROR
              GO TO EXIT-PROGRAM
           END-IF.

           EVALUATE TRUE
              WHEN WS-CLAIM-ACTION-FILE
                 PERFORM FILE-CLAIM THRU FILE-CLAIM-EXIT
              WHEN WS-CLAIM-ACTION-LOST
                 PERFORM RESOLVE-LOST THRU RESOLVE-LOST-EXIT
           END-EVALUATE.

       PUT-CLAIM-COUNT.
      * Tell the caller how many claims were filed/resolved/listed
           EXEC CICS PUT CONTAINER(WS-NUMCLAIM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-CLAIM-COUNT)
                         FLENGTH(LENGTH OF WS-CLAIM-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS DEQ RESOURCE(WS-BOOK-LOCK-TOKEN)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.
           EXEC CICS RETURN END-EXEC.

      * The borrower's open loan of the book - the registered id sits
      * on the front of the loan's borrower field, the same
      * truncation RBKCHKOP's register lookup uses
       FIND-CLAIM-LOAN.
           SET WS-CLM-LOAN-NONE TO TRUE.
           MOVE WS-CLAIM-REQ-FORMNUM TO WS-LOAN-KEY-FORMNUM.
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
                 IF WS-LOAN-KEY-FORMNUM NOT = WS-CLAIM-REQ-FORMNUM
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF returnDate OF WS-LOAN-RECORD = SPACES AND
                    borrower OF WS-LOAN-RECORD(1:8) =
                       WS-CLAIM-REQ-BORROWER THEN
                    SET WS-CLM-LOAN-FOUND TO TRUE
                    MOVE WS-LOAN-KEY TO WS-CLM-LOAN-KEY
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * Put the loan under claim: CLAIMED, the type (RETURNED unless
      * the borrower says it went astray in transit), today's date
      * and the end of the search period - then send the copy the
      * loan stamped off to be searched for
       FILE-CLAIM.
           MOVE WS-CLM-LOAN-KEY TO WS-LOAN-KEY.
           EXEC CICS READ FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     INTO(WS-LOAN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-LOAN-IS-CLAIMED THEN
              INITIALIZE WS-ERROR
              MOVE "RBKCLMOP: this loan is already under a claim"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-CLAIM-ERROR
              GO TO FILE-CLAIM-EXIT
           END-IF.

           IF WS-CLAIM-REQ-TYPE = SPACES THEN
              MOVE 'RETURNED' TO WS-CLAIM-REQ-TYPE
           END-IF.
           MOVE WS-CLAIM-REQ-TYPE TO loanClaimType OF WS-LOAN-RECORD.
           IF NOT WS-LOAN-CLAIM-TYPE-OK THEN
              INITIALIZE WS-ERROR
              MOVE "RBKCLMOP: claim type must be RETURNED or TRANSIT"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-CLAIM-ERROR
              GO TO FILE-CLAIM-EXIT
           END-IF.

           MOVE WS-CLAIM-SEARCH-DAYS TO WS-SEARCH-DAYS.
           MOVE 'CLAIM' TO WS-THRESH-KEY-CATEG.
           MOVE 'SEARCH' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-SEARCH-DAYS
           END-IF.
           COMPUTE WS-SEARCH-ABSTIME =
              WS-NOW-ABSTIME + WS-SEARCH-DAYS * 86400000.
           EXEC CICS FORMATTIME ABSTIME(WS-SEARCH-ABSTIME)
                     YYYYMMDD(WS-SEARCH-DATE)
                     DATESEP('-')
           END-EXEC.

           EXEC CICS DELETE FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           SET WS-LOAN-IS-CLAIMED TO TRUE.
           MOVE WS-NOW-DATE TO loanClaimDate OF WS-LOAN-RECORD.
           MOVE WS-SEARCH-DATE TO loanClaimSearchBy OF WS-LOAN-RECORD.
           EXEC CICS WRITE FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     FROM(WS-LOAN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-CLAIM-COUNT
           END-IF.

           MOVE 'SEARCHING' TO WS-COPY-REQ-STATUS.
           PERFORM SET-LOAN-COPY-STATUS THRU SET-LOAN-COPY-STATUS-EXIT.
       FILE-CLAIM-EXIT.
           EXIT.

      * Give up the search: the loan closes with the claim LOST, the
      * copy goes LOST, and the borrower is billed the book's price
      * in the base currency - the same charge RBKCPYOP files for a
      * copy marked LOST while out on loan
       RESOLVE-LOST.
           MOVE WS-CLM-LOAN-KEY TO WS-LOAN-KEY.
           EXEC CICS READ FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     INTO(WS-LOAN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF NOT WS-LOAN-IS-CLAIMED THEN
              INITIALIZE WS-ERROR
              MOVE "RBKCLMOP: this loan has no open claim to resolve"
                TO errorMessage OF WS-ERROR
              PERFORM PUT-CLAIM-ERROR
              GO TO RESOLVE-LOST-EXIT
           END-IF.

           EXEC CICS DELETE FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           SET WS-LOAN-CLAIM-LOST TO TRUE.
           MOVE WS-NOW-STAMP(1:25) TO returnDate OF WS-LOAN-RECORD.
           EXEC CICS WRITE FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     FROM(WS-LOAN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE 1 TO WS-CLAIM-COUNT
           END-IF.

           MOVE 'LOST' TO WS-COPY-REQ-STATUS.
           PERFORM SET-LOAN-COPY-STATUS THRU SET-LOAN-COPY-STATUS-EXIT.

      * No price on the book files nothing - the LOST resolution
      * itself still stands
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-CLAIM-REQ-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL) OR
              price-existence OF WS-BOOK = 0 OR
              price OF WS-BOOK = 0 THEN
              GO TO RESOLVE-LOST-EXIT
           END-IF.

           MOVE WS-BASE-CURRENCY TO WS-RATE-KEY.
           IF Xcurrency-existence OF WS-BOOK > 0 AND
              Xcurrency OF WS-BOOK NOT = SPACES THEN
              MOVE Xcurrency OF WS-BOOK TO WS-RATE-KEY
           END-IF.
           EXEC CICS READ FILE(WS-RATE-FILE)
                     RIDFLD(WS-RATE-KEY)
                     INTO(WS-RATE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              COMPUTE WS-RPLC-AMOUNT =
                 price OF WS-BOOK * rateToBase OF WS-RATE-RECORD
           ELSE
              MOVE price OF WS-BOOK TO WS-RPLC-AMOUNT
           END-IF.

      * Find the tail of the borrower's ledger to append after
           MOVE 0 TO WS-RPLC-NEXT-SEQ.
           MOVE WS-CLAIM-REQ-BORROWER TO WS-CHARGE-KEY-BORROWER.
           MOVE 0 TO WS-CHARGE-KEY-SEQ.

           EXEC CICS STARTBR FILE(WS-CHARGE-FILE)
                       RIDFLD(WS-CHARGE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-CHARGE-FILE)
                             INTO(WS-CHARGE-RECORD)
                             RIDFLD(WS-CHARGE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-CHARGE-KEY-BORROWER NOT = WS-CLAIM-REQ-BORROWER
                 THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-CHARGE-KEY-SEQ TO WS-RPLC-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.

           MOVE WS-CLAIM-REQ-BORROWER TO WS-CHARGE-KEY-BORROWER.
           ADD 1 TO WS-RPLC-NEXT-SEQ.
           MOVE WS-RPLC-NEXT-SEQ TO WS-CHARGE-KEY-SEQ.
           INITIALIZE WS-CHARGE-RECORD.
           SET WS-CHARGE-IS-REPLACE TO TRUE.
           MOVE WS-CLAIM-REQ-FORMNUM TO
             chargeFormNumber OF WS-CHARGE-RECORD.
           MOVE WS-RPLC-AMOUNT TO chargeAmount OF WS-CHARGE-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO chargeDate OF WS-CHARGE-RECORD.
           SET WS-CHARGE-IS-UNPAID TO TRUE.
           EXEC CICS WRITE FILE(WS-CHARGE-FILE)
                     RIDFLD(WS-CHARGE-KEY)
                     FROM(WS-CHARGE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       RESOLVE-LOST-EXIT.
           EXIT.

      * Set the status in WS-COPY-REQ-STATUS on the copy the loan in
      * WS-LOAN-RECORD stamped - a loan written before the copy
      * stamp has no copy to move
       SET-LOAN-COPY-STATUS.
           IF loanCopyNum OF WS-LOAN-RECORD NOT NUMERIC OR
              loanCopyNum OF WS-LOAN-RECORD = 0 THEN
              GO TO SET-LOAN-COPY-STATUS-EXIT
           END-IF.
           MOVE WS-CLAIM-REQ-FORMNUM TO WS-COPY-KEY-FORMNUM.
           MOVE loanCopyNum OF WS-LOAN-RECORD TO WS-COPY-KEY-NUM.
           EXEC CICS READ FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     INTO(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO SET-LOAN-COPY-STATUS-EXIT
           END-IF.
           EXEC CICS DELETE FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-COPY-REQ-STATUS TO copyStatus OF WS-COPY-RECORD.
           EXEC CICS WRITE FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     FROM(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       SET-LOAN-COPY-STATUS-EXIT.
           EXIT.

      * Every loan that has ever been under a claim - one borrower's
      * or, with a blank borrower, everyone's - open and resolved
       LIST-CLAIMS.
           MOVE LOW-VALUES TO WS-LOAN-KEY.
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
                 IF loanClaimStatus OF WS-LOAN-RECORD NOT = SPACES AND
                    (WS-CLAIM-REQ-BORROWER = SPACES OR
                     borrower OF WS-LOAN-RECORD(1:8) =
                        WS-CLAIM-REQ-BORROWER) THEN
                    ADD 1 TO WS-CLAIM-COUNT
                    MOVE WS-LOAN-KEY-FORMNUM TO WS-CLAIM-LIST-FORMNUM
                    MOVE WS-LOAN-KEY-SEQ TO WS-CLAIM-LIST-SEQ
                    MOVE borrower OF WS-LOAN-RECORD(1:8) TO
                      WS-CLAIM-LIST-BORROWER
                    MOVE loanClaimStatus OF WS-LOAN-RECORD TO
                      WS-CLAIM-LIST-STATUS
                    MOVE loanClaimType OF WS-LOAN-RECORD TO
                      WS-CLAIM-LIST-TYPE
                    MOVE loanClaimDate OF WS-LOAN-RECORD TO
                      WS-CLAIM-LIST-DATE
                    MOVE loanClaimSearchBy OF WS-LOAN-RECORD TO
                      WS-CLAIM-LIST-SEARCHBY
                    MOVE returnDate OF WS-LOAN-RECORD TO
                      WS-CLAIM-LIST-CLOSED
                    EXEC CICS PUT CONTAINER(WS-CLAIMLST-CONT-NAME)
                               CHANNEL(WS-CHANNEL-NAME)
                               FROM(WS-CLAIM-LIST-ENTRY)
                               FLENGTH(LENGTH OF WS-CLAIM-LIST-ENTRY)
                               BIT
                               APPEND
                    END-EXEC
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

       PUT-CLAIM-ERROR.
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

      * Resolve the caller's role tier from the RBKROLE mapping -
      * default reader when no mapping exists for this userid
       RESOLVE-CALLER-ROLE.
           MOVE SPACES TO WS-CALLER-USERID.
           EXEC CICS ASSIGN USERID(WS-CALLER-USERID) END-EXEC.
           MOVE WS-CALLER-USERID TO WS-ROLE-KEY.
           EXEC CICS READ FILE(WS-ROLE-FILE)
                     RIDFLD(WS-ROLE-KEY)
                     INTO(WS-ROLE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE roleCode OF WS-ROLE-RECORD TO WS-CALLER-ROLE
           ELSE
              MOVE 'R' TO WS-CALLER-ROLE
           END-IF.
