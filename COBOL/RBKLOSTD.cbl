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
      * RBKLOSTD - Nightly lost declaration. Walks RBKLOAN for open   *
      *            loans that have had their final (tier 3) overdue   *
      *            notice from RBKNTCE and are still out              *
      *            WS-LOST-DECLARE-DAYS later (RBKTHRS LOST/DAYS      *
      *            overrides). Each is declared lost the way          *
      *            RBKCLMOP resolves a claim LOST: the loan closes    *
      *            with its lost status and date, the copy it stamped *
      *            goes LOST (so RBKDEMND counts it out of stock),    *
      *            the book's OPEN fine is capped at WS-LOST-FINE-CAP *
      *            (RBKTHRS LOST/FINECAP) and the book's replacement  *
      *            price is charged on the borrower's RBKCHRG ledger. *
      *            One line per declaration goes to WS-LOSTD-TDQ. A   *
      *            copy that turns up afterwards is put right by      *
      *            RBKCHKOP's check-in                                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKLOSTD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-DECLARED-COUNT     PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * Tonight's thresholds - the defaults with any RBKTHRS record
      * laid over them
       01 WS-DECLARE-DAYS       PIC S9(4) COMP-5 VALUE 0.
       01 WS-FINE-CAP           PIC 9(5)V9(2) COMP-3 VALUE 0.

      * Whole days since the final notice went, from the YYYYMMDD
      * digits of the two ISO-8601 stamps
       01 WS-NOW-YYYYMMDD       PIC 9(8).
       01 WS-NOTICE-YYYYMMDD    PIC 9(8).
       01 WS-SINCE-DAYS         PIC S9(8) COMP-5.

      * The borrower id the charges file under (the registered
      * 8-character id on the front of the loan's borrower field, as
      * RBKOVRDU files its fines), the book's OPEN fine if one is on
      * their ledger, and where to append the replacement charge
       01 WS-LOST-BORROWER      PIC X(8).
       01 WS-FINE-FOUND-SW      PIC X VALUE 'N'.
         88 WS-FINE-FOUND         VALUE 'Y'.
         88 WS-FINE-NOT-FOUND     VALUE 'N'.
       01 WS-FINE-KEY-SAVE      PIC X(12).
       01 WS-FINE-AMOUNT        PIC 9(7)V9(2) COMP-3 VALUE 0.
       01 WS-RPLC-NEXT-SEQ      PIC 9(4) VALUE 0.
       01 WS-RPLC-AMOUNT        PIC 9(9)V9(2) COMP-3 VALUE 0.

       01 WS-COPY-DISPLAY       PIC Z(3)9.
       01 WS-DAYS-DISPLAY       PIC Z(7)9.
       01 WS-FINE-DISPLAY       PIC Z(6)9.99.
       01 WS-RPLC-DISPLAY       PIC Z(8)9.99.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKLOSTD' TO WS-JOBRUN-REQ-NAME.
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

      * Loans, copies and ledgers all change under this run, so it
      * takes the whole-catalog lock the way RBKOVRDU does
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

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
           COMPUTE WS-NOW-YYYYMMDD =
              FUNCTION NUMVAL(WS-NOW-STAMP(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-STAMP(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-STAMP(9:2)).

           PERFORM LOAD-LOST-THRESHOLDS.

      * Open loans only - bar any under a returned claim, which
      * RBKCLMOP resolves on its own search period
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
                 IF returnDate OF WS-LOAN-RECORD = SPACES AND
                    NOT WS-LOAN-IS-CLAIMED THEN
                    PERFORM JUDGE-ONE-LOAN THRU JUDGE-ONE-LOAN-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * Tell the caller how many loans were declared lost
           EXEC CICS PUT CONTAINER(WS-NUMLOSTD-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-DECLARED-COUNT)
                         FLENGTH(LENGTH OF WS-DECLARED-COUNT)
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
           MOVE WS-DECLARED-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * The declaration threshold and the fine cap, each overridable
      * by an RBKTHRS record under category LOST - the cap is held
      * there in whole units of the base currency
       LOAD-LOST-THRESHOLDS.
           MOVE WS-LOST-DECLARE-DAYS TO WS-DECLARE-DAYS.
           MOVE WS-LOST-FINE-CAP TO WS-FINE-CAP.

           MOVE 'LOST' TO WS-THRESH-KEY-CATEG.
           MOVE 'DAYS' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-DECLARE-DAYS
           END-IF.
           MOVE 'FINECAP' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-FINE-CAP
           END-IF.

      * Has this loan had its final notice, and has it gone the
      * threshold since? The notice record rides the loan's own key
       JUDGE-ONE-LOAN.
           MOVE WS-LOAN-KEY TO WS-NOTICE-KEY.
           EXEC CICS READ FILE(WS-NOTICE-FILE)
                     RIDFLD(WS-NOTICE-KEY)
                     INTO(WS-NTCE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO JUDGE-ONE-LOAN-EXIT
           END-IF.
           IF noticeTier OF WS-NTCE-RECORD NOT NUMERIC OR
              noticeTier OF WS-NTCE-RECORD < 3 OR
              noticeLastDate OF WS-NTCE-RECORD = SPACES THEN
              GO TO JUDGE-ONE-LOAN-EXIT
           END-IF.

           COMPUTE WS-NOTICE-YYYYMMDD =
              FUNCTION NUMVAL(noticeLastDate OF WS-NTCE-RECORD(1:4))
                 * 10000 +
              FUNCTION NUMVAL(noticeLastDate OF WS-NTCE-RECORD(6:2))
                 * 100 +
              FUNCTION NUMVAL(noticeLastDate OF WS-NTCE-RECORD(9:2)).
           COMPUTE WS-SINCE-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-NOW-YYYYMMDD) -
              FUNCTION INTEGER-OF-DATE(WS-NOTICE-YYYYMMDD).
           IF WS-SINCE-DAYS < WS-DECLARE-DAYS THEN
              GO TO JUDGE-ONE-LOAN-EXIT
           END-IF.

           PERFORM DECLARE-LOAN-LOST.
           PERFORM SET-COPY-LOST THRU SET-COPY-LOST-EXIT.
           PERFORM CHARGE-LOST-LOAN THRU CHARGE-LOST-LOAN-EXIT.
           PERFORM WRITE-LOSTD-RECORD.
           ADD 1 TO WS-DECLARED-COUNT.
       JUDGE-ONE-LOAN-EXIT.
           EXIT.

      * Close the loan as lost in place with the usual delete-then-
      * write idiom. The record being rewritten is the browse's own
      * current position, so the browse is closed first and
      * restarted at the same key afterwards - the rewritten loan
      * comes back once more, now closed, and is passed over by the
      * open-loan test, so the walk carries straight on
       DECLARE-LOAN-LOST.
           EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC.
           EXEC CICS DELETE FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE WS-NOW-STAMP(1:25) TO returnDate OF WS-LOAN-RECORD.
           SET WS-LOAN-DECLARED-LOST TO TRUE.
           MOVE WS-NOW-DATE TO loanLostDate OF WS-LOAN-RECORD.
           EXEC CICS WRITE FILE(WS-LOAN-FILE)
                     RIDFLD(WS-LOAN-KEY)
                     FROM(WS-LOAN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS STARTBR FILE(WS-LOAN-FILE)
                       RIDFLD(WS-LOAN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

      * The copy the loan stamped goes LOST - a loan written before
      * the copy stamp has no copy to move
       SET-COPY-LOST.
           IF loanCopyNum OF WS-LOAN-RECORD NOT NUMERIC OR
              loanCopyNum OF WS-LOAN-RECORD = 0 THEN
              GO TO SET-COPY-LOST-EXIT
           END-IF.
           MOVE WS-LOAN-KEY-FORMNUM TO WS-COPY-KEY-FORMNUM.
           MOVE loanCopyNum OF WS-LOAN-RECORD TO WS-COPY-KEY-NUM.
           EXEC CICS READ FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     INTO(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO SET-COPY-LOST-EXIT
           END-IF.
           EXEC CICS DELETE FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           SET WS-COPY-IS-LOST TO TRUE.
           EXEC CICS WRITE FILE(WS-COPY-FILE)
                     RIDFLD(WS-COPY-KEY)
                     FROM(WS-COPY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       SET-COPY-LOST-EXIT.
           EXIT.

      * The borrower's ledger: the book's OPEN fine stops at the cap
      * (the loan is closed now, so RBKOVRDU accrues no more on it),
      * and the replacement is charged at the book's price in the
      * base currency - the same charge RBKCLMOP files for a claim
      * resolved LOST. A loan with no borrower id can't be charged,
      * and a book with no price files no replacement; the
      * declaration itself still stands
       CHARGE-LOST-LOAN.
           MOVE 0 TO WS-FINE-AMOUNT.
           MOVE 0 TO WS-RPLC-AMOUNT.
           MOVE borrower OF WS-LOAN-RECORD(1:8) TO WS-LOST-BORROWER.
           IF WS-LOST-BORROWER = SPACES THEN
              GO TO CHARGE-LOST-LOAN-EXIT
           END-IF.

           SET WS-FINE-NOT-FOUND TO TRUE.
           MOVE 0 TO WS-RPLC-NEXT-SEQ.
           MOVE WS-LOST-BORROWER TO WS-CHARGE-KEY-BORROWER.
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
                 IF WS-CHARGE-KEY-BORROWER NOT = WS-LOST-BORROWER
                 THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-CHARGE-KEY-SEQ TO WS-RPLC-NEXT-SEQ
                 IF WS-CHARGE-IS-FINE AND WS-CHARGE-IS-UNPAID AND
                    chargeFormNumber OF WS-CHARGE-RECORD =
                       WS-LOAN-KEY-FORMNUM THEN
                    SET WS-FINE-FOUND TO TRUE
                    MOVE WS-CHARGE-KEY TO WS-FINE-KEY-SAVE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.

           IF WS-FINE-FOUND THEN
              MOVE WS-FINE-KEY-SAVE TO WS-CHARGE-KEY
              EXEC CICS READ FILE(WS-CHARGE-FILE)
                        RIDFLD(WS-CHARGE-KEY)
                        INTO(WS-CHARGE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE chargeAmount OF WS-CHARGE-RECORD TO
                   WS-FINE-AMOUNT
                 IF WS-FINE-AMOUNT > WS-FINE-CAP THEN
                    EXEC CICS DELETE FILE(WS-CHARGE-FILE)
                              RIDFLD(WS-CHARGE-KEY)
                              RESP(WS-RESP)
                    END-EXEC
                    MOVE WS-FINE-CAP TO chargeAmount OF
                      WS-CHARGE-RECORD
                    MOVE WS-FINE-CAP TO WS-FINE-AMOUNT
                    EXEC CICS WRITE FILE(WS-CHARGE-FILE)
                              RIDFLD(WS-CHARGE-KEY)
                              FROM(WS-CHARGE-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                 END-IF
              END-IF
           END-IF.

           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-LOAN-KEY-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL) OR
              price-existence OF WS-BOOK = 0 OR
              price OF WS-BOOK = 0 THEN
              GO TO CHARGE-LOST-LOAN-EXIT
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

           MOVE WS-LOST-BORROWER TO WS-CHARGE-KEY-BORROWER.
           ADD 1 TO WS-RPLC-NEXT-SEQ.
           MOVE WS-RPLC-NEXT-SEQ TO WS-CHARGE-KEY-SEQ.
           INITIALIZE WS-CHARGE-RECORD.
           SET WS-CHARGE-IS-REPLACE TO TRUE.
           MOVE WS-LOAN-KEY-FORMNUM TO
             chargeFormNumber OF WS-CHARGE-RECORD.
           MOVE WS-RPLC-AMOUNT TO chargeAmount OF WS-CHARGE-RECORD.
           MOVE WS-NOW-STAMP(1:25) TO chargeDate OF WS-CHARGE-RECORD.
           SET WS-CHARGE-IS-UNPAID TO TRUE.
           EXEC CICS WRITE FILE(WS-CHARGE-FILE)
                     RIDFLD(WS-CHARGE-KEY)
                     FROM(WS-CHARGE-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       CHARGE-LOST-LOAN-EXIT.
           EXIT.

      * borrower,formNumber,copy,days since final notice,fine as
      * capped,replacement charged - the same unquoted layout
      * RBKOVRDU's report lines use
       WRITE-LOSTD-RECORD.
           MOVE 0 TO WS-COPY-DISPLAY.
           IF loanCopyNum OF WS-LOAN-RECORD IS NUMERIC THEN
              MOVE loanCopyNum OF WS-LOAN-RECORD TO WS-COPY-DISPLAY
           END-IF.
           MOVE WS-SINCE-DAYS TO WS-DAYS-DISPLAY.
           MOVE WS-FINE-AMOUNT TO WS-FINE-DISPLAY.
           MOVE WS-RPLC-AMOUNT TO WS-RPLC-DISPLAY.

           MOVE SPACES TO WS-LOSTD-RECORD.
           MOVE 1 TO WS-LOSTD-PTR.
           STRING borrower OF WS-LOAN-RECORD
                    (1:borrower-length OF WS-LOAN-RECORD)
                    DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-LOAN-KEY-FORMNUM DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-COPY-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DAYS-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-FINE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-RPLC-DISPLAY DELIMITED BY SIZE
                INTO WS-LOSTD-RECORD
                WITH POINTER WS-LOSTD-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-LOSTD-RECORD)
                         LENGTH(LENGTH OF WS-LOSTD-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-LOSTD-TDQ)
                         FROM(WS-LOSTD-RECORD)
                         LENGTH(LENGTH OF WS-LOSTD-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
