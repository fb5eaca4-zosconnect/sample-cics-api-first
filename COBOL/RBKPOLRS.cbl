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
      * RBKPOLRS - Shared circulation-rule resolver, LINKed the way   *
      *            RBKBDAY is. Combines the book's RBKPOLCY record    *
      *            and the borrower's RBKCATP category row with the   *
      *            global defaults into one effective rule: loan      *
      *            period, open-loan limit, renewal limit, daily fine *
      *            and charge-block threshold - so RBKCHKOP, RBKOVRDU *
      *            and RBKGRTOP can't drift apart on how a contractor *
      *            and a permanent employee are treated. Also reports *
      *            the borrower's standing - left, or under a manual  *
      *            RBKSUSP suspension - for the callers to refuse on  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKPOLRS.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * The book's own loan-period override, zero when it has none
       01 WS-BOOK-DAYS          PIC S9(4) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           EXEC CICS GET CONTAINER(WS-POLRS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-POLRS-PARM)
                         RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
      * No parameter was provided
              GO TO EXIT-PROGRAM
           END-IF.

      * The defaults everything starts from
           IF WS-POLRS-LOAN-DAYS NOT > 0 THEN
              MOVE WS-LOAN-PERIOD-DAYS TO WS-POLRS-LOAN-DAYS
           END-IF.
           MOVE 0 TO WS-POLRS-MAX-RENEW.
           MOVE 0 TO WS-POLRS-MAX-LOANS.
           MOVE WS-FINE-PER-DAY TO WS-POLRS-FINE-RATE.
           MOVE WS-CHARGE-BLOCK-LIMIT TO WS-POLRS-BLOCK-LIMIT.
           MOVE SPACES TO WS-POLRS-CATEGORY.
           MOVE SPACES TO WS-POLRS-STANDING.
           MOVE SPACES TO WS-POLRS-SUSP-REASON.
           MOVE SPACES TO WS-POLRS-SUSP-UNTIL.
           MOVE 0 TO WS-BOOK-DAYS.

           PERFORM APPLY-BOOK-POLICY THRU APPLY-BOOK-POLICY-EXIT.
           PERFORM APPLY-BORROWER-CATEGORY
              THRU APPLY-BORROWER-CATEGORY-EXIT.

           EXEC CICS PUT CONTAINER(WS-POLRS-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-POLRS-PARM)
                         FLENGTH(LENGTH OF WS-POLRS-PARM)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * The per-book RBKPOLCY record: a loan-period override replaces
      * the default outright (the high-demand titles at 7 days) and
      * the renewal limit is the book's own
       APPLY-BOOK-POLICY.
           IF WS-POLRS-FORMNUM = SPACES THEN
              GO TO APPLY-BOOK-POLICY-EXIT
           END-IF.
           MOVE WS-POLRS-FORMNUM TO WS-POLICY-KEY.
           EXEC CICS READ FILE(WS-POLICY-FILE)
                     RIDFLD(WS-POLICY-KEY)
                     INTO(WS-POLICY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              IF policyLoanDays OF WS-POLICY-RECORD > 0 THEN
                 MOVE policyLoanDays OF WS-POLICY-RECORD TO
                   WS-BOOK-DAYS
                 MOVE WS-BOOK-DAYS TO WS-POLRS-LOAN-DAYS
              END-IF
              MOVE policyMaxRenewals OF WS-POLICY-RECORD TO
                WS-POLRS-MAX-RENEW
           END-IF.
       APPLY-BOOK-POLICY-EXIT.
           EXIT.

      * The borrower's own open-loan limit, then their category's
      * row. A category period replaces the default but never
      * lengthens a book's override; a category renewal limit only
      * ever tightens the book's; the category's open-loan limit
      * stands in only where the borrower record sets none; its fine
      * rate and block threshold replace the global constants
       APPLY-BORROWER-CATEGORY.
           IF WS-POLRS-BORROWER = SPACES THEN
              GO TO APPLY-BORROWER-CATEGORY-EXIT
           END-IF.
           MOVE WS-POLRS-BORROWER TO WS-BORROWER-KEY.
           EXEC CICS READ FILE(WS-BORROWER-FILE)
                     RIDFLD(WS-BORROWER-KEY)
                     INTO(WS-BORROWER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO APPLY-BORROWER-CATEGORY-EXIT
           END-IF.
           MOVE borrowerMaxLoans OF WS-BORROWER-RECORD TO
             WS-POLRS-MAX-LOANS.
           IF WS-BORR-IS-LEAVER THEN
              SET WS-POLRS-HAS-LEFT TO TRUE
           ELSE
              PERFORM CHECK-SUSPENSION
           END-IF.
           MOVE borrowerCategory OF WS-BORROWER-RECORD TO
             WS-POLRS-CATEGORY.
           IF WS-POLRS-CATEGORY = SPACES OR
              WS-POLRS-CATEGORY = LOW-VALUES THEN
              MOVE SPACES TO WS-POLRS-CATEGORY
              GO TO APPLY-BORROWER-CATEGORY-EXIT
           END-IF.

           MOVE WS-POLRS-CATEGORY TO WS-CATPOL-KEY.
           EXEC CICS READ FILE(WS-CATPOL-FILE)
                     RIDFLD(WS-CATPOL-KEY)
                     INTO(WS-CATPOL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO APPLY-BORROWER-CATEGORY-EXIT
           END-IF.

           IF catLoanDays OF WS-CATPOL-RECORD > 0 THEN
              IF WS-BOOK-DAYS = 0 OR
                 catLoanDays OF WS-CATPOL-RECORD < WS-BOOK-DAYS THEN
                 MOVE catLoanDays OF WS-CATPOL-RECORD TO
                   WS-POLRS-LOAN-DAYS
              END-IF
           END-IF.
           IF catMaxRenewals OF WS-CATPOL-RECORD > 0 THEN
              IF WS-POLRS-MAX-RENEW = 0 OR
                 catMaxRenewals OF WS-CATPOL-RECORD <
                    WS-POLRS-MAX-RENEW THEN
                 MOVE catMaxRenewals OF WS-CATPOL-RECORD TO
                   WS-POLRS-MAX-RENEW
              END-IF
           END-IF.
           IF WS-POLRS-MAX-LOANS NOT > 0 AND
              catMaxLoans OF WS-CATPOL-RECORD > 0 THEN
              MOVE catMaxLoans OF WS-CATPOL-RECORD TO
                WS-POLRS-MAX-LOANS
           END-IF.
           IF catFinePerDay OF WS-CATPOL-RECORD > 0 THEN
              MOVE catFinePerDay OF WS-CATPOL-RECORD TO
                WS-POLRS-FINE-RATE
           END-IF.
           IF catBlockLimit OF WS-CATPOL-RECORD > 0 THEN
              MOVE catBlockLimit OF WS-CATPOL-RECORD TO
                WS-POLRS-BLOCK-LIMIT
           END-IF.
       APPLY-BORROWER-CATEGORY-EXIT.
           EXIT.

      * Any ACTIVE suspension on the borrower's RBKSUSP history that
      * hasn't reached its expiry puts them out of good standing -
      * the first one found supplies the reason. An expired one that
      * RBKSUSEX hasn't stamped yet is already treated as lifted
       CHECK-SUSPENSION.
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.
           MOVE WS-POLRS-BORROWER TO WS-SUSP-KEY-BORROWER.
           MOVE 0 TO WS-SUSP-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-SUSP-FILE)
                       RIDFLD(WS-SUSP-KEY)
                       GTEQ
                       RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-SUSP-FILE)
                             INTO(WS-SUSP-RECORD)
                             RIDFLD(WS-SUSP-KEY)
                             RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SUSP-KEY-BORROWER NOT = WS-POLRS-BORROWER
                 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SUSP-IS-ACTIVE AND
                    (suspExpires OF WS-SUSP-RECORD = SPACES OR
                     suspExpires OF WS-SUSP-RECORD > WS-NOW-DATE) THEN
                    SET WS-POLRS-IS-SUSPENDED TO TRUE
                    MOVE suspReason OF WS-SUSP-RECORD TO
                      WS-POLRS-SUSP-REASON
                    MOVE suspExpires OF WS-SUSP-RECORD TO
                      WS-POLRS-SUSP-UNTIL
                    EXIT PERFORM
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SUSP-FILE) END-EXEC
           END-IF.
