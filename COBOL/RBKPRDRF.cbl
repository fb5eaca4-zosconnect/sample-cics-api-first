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
      * RBKPRDRF - Monthly catalog price drift report. Walks the      *
      *            current vendor prices on RBKVPRC book by book,     *
      *            takes the cheapest (each converted to the base     *
      *            currency through RBKRATE), and compares it with the*
      *            price/Xcurrency on the Redbook record, converted   *
      *            the same way. Every Redbook whose catalog price has*
      *            drifted from it by more than the PRICE/DRIFTPCT    *
      *            percentage on RBKTHRS is WRITEQd to the            *
      *            WS-PRDRF-TDQ queue. It runs once a month, as a     *
      *            month-end RBKNIGHT step. Modeled on RBKBUDRP       *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKPRDRF.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-LINE-COUNT         PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).

       01 WS-DRIFT-LIMIT        PIC 9(9) COMP-3.

      * The book being gathered and its cheapest current price
       01 WS-DR-FORMNUM         PIC X(12).
       01 WS-DR-BEST-VENDOR     PIC X(8).
       01 WS-DR-BEST-PRICE      PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-DR-ONE-COST        PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-DR-CONV-CURR       PIC X(3).
       01 WS-DR-CAT-PRICE       PIC 9(7)V9(2) COMP-3 VALUE 0.
       01 WS-DR-CAT-CURR        PIC X(3).
       01 WS-DR-CAT-BASE        PIC 9(11)V9(2) COMP-3 VALUE 0.
       01 WS-DR-PCT             PIC S9(7)V9(2) COMP-3 VALUE 0.
       01 WS-DR-ABS-PCT         PIC 9(7)V9(2) COMP-3 VALUE 0.

       01 WS-CAT-DISPLAY        PIC Z(6)9.99.
       01 WS-BASE-DISPLAY       PIC Z(9)9.99.
       01 WS-BEST-DISPLAY       PIC Z(9)9.99.
       01 WS-PCT-DISPLAY        PIC -(6)9.99.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-NOW-DATE)
                     DATESEP('-')
           END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKPRDRF' TO WS-JOBRUN-REQ-NAME.
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

      * The tolerance is a whole percentage on RBKTHRS
           MOVE WS-PRDRF-DFLT-PCT TO WS-DRIFT-LIMIT.
           MOVE 'PRICE' TO WS-THRESH-KEY-CATEG.
           MOVE 'DRIFTPCT' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-DRIFT-LIMIT
           END-IF.

      * Ensure we're the only task accessing the Redbook catalog -
      * the walk reads a Redbook per priced book, so it takes the
      * whole-catalog lock the same way RBKBUDRP does
           EXEC CICS ENQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * RBKVPRC is in formNumber order, so each book's vendor prices
      * arrive together - judge the book when the next one starts
           MOVE SPACES TO WS-DR-FORMNUM.
           MOVE SPACES TO WS-DR-BEST-VENDOR.
           MOVE LOW-VALUES TO WS-VPRICE-KEY.

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
                 IF WS-VPRICE-KEY-FORMNUM NOT = WS-DR-FORMNUM THEN
                    IF WS-DR-BEST-VENDOR NOT = SPACES THEN
                       PERFORM JUDGE-ONE-BOOK THRU JUDGE-ONE-BOOK-EXIT
                    END-IF
                    MOVE WS-VPRICE-KEY-FORMNUM TO WS-DR-FORMNUM
                    MOVE SPACES TO WS-DR-BEST-VENDOR
                    MOVE 0 TO WS-DR-BEST-PRICE
                 END-IF
                 IF vprEffective OF WS-VPRICE-RECORD <= WS-NOW-DATE
                 THEN
                    MOVE vprCurrency OF WS-VPRICE-RECORD TO
                      WS-DR-CONV-CURR
                    MOVE vprPrice OF WS-VPRICE-RECORD TO
                      WS-DR-ONE-COST
                    PERFORM CONVERT-TO-BASE
                    IF WS-DR-BEST-VENDOR = SPACES OR
                       WS-DR-ONE-COST < WS-DR-BEST-PRICE THEN
                       MOVE WS-VPRICE-KEY-VENDOR TO WS-DR-BEST-VENDOR
                       MOVE WS-DR-ONE-COST TO WS-DR-BEST-PRICE
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-VPRICE-FILE) END-EXEC
              IF WS-DR-BEST-VENDOR NOT = SPACES THEN
                 PERFORM JUDGE-ONE-BOOK THRU JUDGE-ONE-BOOK-EXIT
              END-IF
           END-IF.

      * Free the Redbook catalog for another task to use
           EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-LINE-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Compare one book's catalog price with its cheapest current
      * vendor price - a book with no catalog price has nothing to
      * drift
       JUDGE-ONE-BOOK.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-DR-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.
           IF price-existence OF WS-BOOK = 0 THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.
           IF price OF WS-BOOK = 0 THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.

           MOVE price OF WS-BOOK TO WS-DR-CAT-PRICE.
           MOVE SPACES TO WS-DR-CAT-CURR.
           IF Xcurrency-existence OF WS-BOOK > 0 THEN
              MOVE Xcurrency OF WS-BOOK TO WS-DR-CAT-CURR
           END-IF.
           MOVE WS-DR-CAT-CURR TO WS-DR-CONV-CURR.
           MOVE WS-DR-CAT-PRICE TO WS-DR-ONE-COST.
           PERFORM CONVERT-TO-BASE.
           MOVE WS-DR-ONE-COST TO WS-DR-CAT-BASE.
           IF WS-DR-CAT-BASE = 0 THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.

           COMPUTE WS-DR-PCT ROUNDED =
              (WS-DR-BEST-PRICE - WS-DR-CAT-BASE) * 100 /
              WS-DR-CAT-BASE.
           MOVE WS-DR-PCT TO WS-DR-ABS-PCT.
           IF WS-DR-ABS-PCT NOT > WS-DRIFT-LIMIT THEN
              GO TO JUDGE-ONE-BOOK-EXIT
           END-IF.

           PERFORM WRITE-DRIFT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       JUDGE-ONE-BOOK-EXIT.
           EXIT.

      * One comma-separated line per drifted book: formNumber,
      * catalog price and currency, catalog price in the base
      * currency, cheapest vendor and its base price, and the drift
      * as a signed percentage of the catalog price
       WRITE-DRIFT-LINE.
           MOVE WS-DR-CAT-PRICE TO WS-CAT-DISPLAY.
           MOVE WS-DR-CAT-BASE TO WS-BASE-DISPLAY.
           MOVE WS-DR-BEST-PRICE TO WS-BEST-DISPLAY.
           MOVE WS-DR-PCT TO WS-PCT-DISPLAY.

           MOVE SPACES TO WS-PRDRF-RECORD.
           MOVE 1 TO WS-PRDRF-PTR.
           STRING WS-DR-FORMNUM DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-CAT-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DR-CAT-CURR DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-BASE-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-DR-BEST-VENDOR DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-BEST-DISPLAY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PCT-DISPLAY DELIMITED BY SIZE
                INTO WS-PRDRF-RECORD
                WITH POINTER WS-PRDRF-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-PRDRF-RECORD)
                         LENGTH(LENGTH OF WS-PRDRF-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-PRDRF-TDQ)
                         FROM(WS-PRDRF-RECORD)
                         LENGTH(LENGTH OF WS-PRDRF-RECORD)
                         RESP(WS-RESP)
           END-EXEC.

      * Convert WS-DR-ONE-COST to the base currency in place - a
      * currency with no rate on file converts at 1
       CONVERT-TO-BASE.
           IF WS-DR-CONV-CURR = SPACES OR
              WS-DR-CONV-CURR = WS-BASE-CURRENCY THEN
              CONTINUE
           ELSE
              MOVE WS-DR-CONV-CURR TO WS-RATE-KEY
              EXEC CICS READ FILE(WS-RATE-FILE)
                        RIDFLD(WS-RATE-KEY)
                        INTO(WS-RATE-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 COMPUTE WS-DR-ONE-COST =
                    WS-DR-ONE-COST * rateToBase OF WS-RATE-RECORD
              END-IF
           END-IF.
