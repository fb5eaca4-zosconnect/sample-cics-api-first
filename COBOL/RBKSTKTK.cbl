      *            The mark run additionally flips each NOT-SCANNED   *
      *            copy to LOST (filing the replacement charge is     *
      *            not its business - LOST here means gone from the   *
      *            shelf, not lost by a borrower). A run may be held  *
      *            to one branch's copies. Each run is kept: its      *
      *            counts per topic and in total on RBKSTKH, every    *
      *            discrepancy per copy on RBKSTKD, and a copy the    *
      *            branch's previous run also missed is proposed on   *
      *            RBKLOSP for RBKLOSPA to write off. Modeled on the  *
      *            other whole-file reconciliation pass, RBKRECON     *
      *****************************************************************
       IDENTIFICATION DIVISION.
       01 WS-REPORT-REASON      PIC X(14).
       01 WS-MARKED-LOST        PIC S9(8) COMP-5 VALUE 0.

      * This run's counts for its RBKSTKH totals line
       01 WS-SCANNED-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-HOLDINGS-COUNT     PIC S9(8) COMP-5 VALUE 0.
       01 WS-MISSING-COUNT      PIC S9(8) COMP-5 VALUE 0.
       01 WS-ONLOAN-COUNT       PIC S9(8) COMP-5 VALUE 0.
       01 WS-NORECORD-COUNT     PIC S9(8) COMP-5 VALUE 0.
       01 WS-STILL-COUNT        PIC S9(8) COMP-5 VALUE 0.
       01 WS-PROPOSED-COUNT     PIC S9(8) COMP-5 VALUE 0.

      * The same counts per topic - the book's primary topic, or
      * "(none)" for a book that is gone or untopiced. Topics past
      * the table's end still count in the totals line.
       01 WS-STOPIC-TABLE.
         03 WS-STOPIC-ENTRY OCCURS 100 TIMES
                             INDEXED BY WS-STOPIC-IDX.
           05 WS-STOPIC-NAME       PIC X(40).
           05 WS-STOPIC-HOLDINGS   PIC S9(8) COMP-5.
           05 WS-STOPIC-MISSING    PIC S9(8) COMP-5.
           05 WS-STOPIC-STILL      PIC S9(8) COMP-5.
       01 WS-STOPIC-COUNT       PIC S9(8) COMP-5 VALUE 0.
       01 WS-STOPIC-I           PIC S9(8) COMP-5.
       01 WS-CURR-TOPIC         PIC X(40).
       01 WS-CURR-FORMNUM       PIC X(12).
       01 WS-TOPIC-FORMNUM      PIC X(12) VALUE SPACES.

      * Where the copy being checked stands, and the copy the mark
      * run just rewrote (the restarted browse hands it back once)
       01 WS-COPY-BRANCH        PIC X(4).
       01 WS-MARKED-KEY         PIC X(16) VALUE SPACES.

      * This run's date, and the date of the branch's previous run
      * (spaces when this is its first)
       01 WS-RUN-DATE           PIC X(10).
       01 WS-PRIOR-DATE         PIC X(10).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Report only, or report and mark the missing copies LOST -
      * no request at all behaves as report-only, so a bare run can
      * never destroy anything. INITIALIZE first so a caller still
      * sending the pre-branch layout counts the whole inventory
           INITIALIZE WS-STOCK-REQUEST.
           SET WS-STOCK-ACTION-REPORT TO TRUE.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKSTKTK' TO WS-JOBRUN-REQ-NAME.
           MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB.
           SET WS-JOBRUN-PHASE-START TO TRUE.
           MOVE 0 TO WS-JOBRUN-REQ-RECORDS.
           MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME.
                         NOHANDLE
           END-EXEC.

      * Date the run, find the branch's previous one, and clear any
      * earlier run at the branch today - the later count stands
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-RUN-DATE)
                     DATESEP('-')
                     TIME(WS-NOW-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-NOW-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.
           PERFORM FIND-PRIOR-RUN.
           PERFORM CLEAR-SAME-DAY-RUN.

      * Pass 1: every scan against the inventory - a scan with no
      * record is a cataloguing hole, a scan of an ON-LOAN copy
      * means either the loan desk or the scanner is wrong
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-SCANNED-COUNT
                 MOVE scannedFormNumber OF WS-SCAN-RECORD TO
                   WS-COPY-KEY-FORMNUM
                 MOVE scannedCopyNum OF WS-SCAN-RECORD TO
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    MOVE 'NO-RECORD' TO WS-REPORT-REASON
                    MOVE SPACES TO copyStatus OF WS-COPY-RECORD
                    PERFORM WRITE-DISCREPANCY
                    ADD 1 TO WS-NORECORD-COUNT
                 ELSE
                    IF WS-COPY-IS-ONLOAN THEN
                       MOVE 'SCANNED-ONLOAN' TO WS-REPORT-REASON
                       PERFORM WRITE-DISCREPANCY
                       ADD 1 TO WS-ONLOAN-COUNT
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SCAN-FILE) END-EXEC
           END-IF.

      * Pass 2: every copy at the branch against the scans - a copy
      * the system claims is on the shelf that nobody scanned is the
      * confirmed-missing case the mark run turns to LOST, and one
      * already LOST that still didn't turn up is recorded as such
           MOVE LOW-VALUES TO WS-COPY-KEY.

           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 PERFORM CHECK-ONE-COPY THRU CHECK-ONE-COPY-EXIT
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC
           END-IF.

      * Keep the run: its totals and its per-topic counts
           PERFORM FILE-RUN-HISTORY.

      * Tell the caller how many discrepancies were reported
           EXEC CICS PUT CONTAINER(WS-NUMSTKT-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                WITH POINTER WS-STOCKTAKE-PTR
           END-STRING.

           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-STOCKTAKE-RECORD)
                         LENGTH(LENGTH OF WS-STOCKTAKE-RECORD)
                         NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD QUEUE(WS-STOCKTAKE-TDQ)
                         FROM(WS-STOCKTAKE-RECORD)
                         LENGTH(LENGTH OF WS-STOCKTAKE-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-DISCREP-COUNT.
           PERFORM FILE-DISCREPANCY-DETAIL.

      * Flip the confirmed-missing copy to LOST in place with the
      * usual delete-then-write idiom. The record being rewritten is
      * the browse's own current position, so the browse is closed
      * first and restarted at the same key afterwards - the
      * re-written record comes back once more, now LOST, and is
      * skipped by its key, so the walk carries straight on.
      * No collect-table, no cap: a stocktake of any size completes.
       MARK-COPY-LOST.
           EXEC CICS ENDBR FILE(WS-COPY-FILE) END-EXEC.
                     RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-MARKED-LOST.
           MOVE WS-COPY-KEY TO WS-MARKED-KEY.
           EXEC CICS STARTBR FILE(WS-COPY-FILE)
                       RIDFLD(WS-COPY-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

      * One copy of pass 2. Copies standing at another branch are
      * not this run's business; every other copy not already LOST
      * is part of the branch's holdings. An AVAILABLE or LOST copy
      * nobody scanned is missing - the AVAILABLE one newly (the
      * reported NOT-SCANNED case), the LOST one still - and, when
      * the branch's previous run missed it too, proposed for
      * write-off.
       CHECK-ONE-COPY.
           IF WS-COPY-KEY = WS-MARKED-KEY THEN
              GO TO CHECK-ONE-COPY-EXIT
           END-IF.
           MOVE copyCurrBranch OF WS-COPY-RECORD TO WS-COPY-BRANCH.
           IF WS-COPY-BRANCH = SPACES THEN
              MOVE copyHomeBranch OF WS-COPY-RECORD TO WS-COPY-BRANCH
           END-IF.
           IF WS-STOCK-REQ-BRANCH NOT = SPACES AND
              WS-COPY-BRANCH NOT = WS-STOCK-REQ-BRANCH THEN
              GO TO CHECK-ONE-COPY-EXIT
           END-IF.

           MOVE WS-COPY-KEY-FORMNUM TO WS-CURR-FORMNUM.
           PERFORM RESOLVE-TOPIC.
           PERFORM FIND-TOPIC-SLOT.
           IF NOT WS-COPY-IS-LOST THEN
              ADD 1 TO WS-HOLDINGS-COUNT
              IF WS-STOPIC-I > 0 THEN
                 ADD 1 TO WS-STOPIC-HOLDINGS(WS-STOPIC-I)
              END-IF
           END-IF.
           IF NOT WS-COPY-IS-AVAILABLE AND NOT WS-COPY-IS-LOST THEN
              GO TO CHECK-ONE-COPY-EXIT
           END-IF.

           MOVE WS-COPY-KEY-FORMNUM TO WS-SCAN-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-SCAN-KEY-NUM.
           EXEC CICS READ FILE(WS-SCAN-FILE)
                     RIDFLD(WS-SCAN-COPY-KEY)
                     INTO(WS-SCAN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              GO TO CHECK-ONE-COPY-EXIT
           END-IF.

           MOVE WS-COPY-KEY-FORMNUM TO
             scannedFormNumber OF WS-SCAN-RECORD.
           MOVE WS-COPY-KEY-NUM TO scannedCopyNum OF WS-SCAN-RECORD.
           IF WS-COPY-IS-AVAILABLE THEN
              MOVE 'NOT-SCANNED' TO WS-REPORT-REASON
              PERFORM WRITE-DISCREPANCY
              ADD 1 TO WS-MISSING-COUNT
              IF WS-STOPIC-I > 0 THEN
                 ADD 1 TO WS-STOPIC-MISSING(WS-STOPIC-I)
              END-IF
           ELSE
              MOVE 'STILL-MISSING' TO WS-REPORT-REASON
              PERFORM FILE-DISCREPANCY-DETAIL
              ADD 1 TO WS-STILL-COUNT
              IF WS-STOPIC-I > 0 THEN
                 ADD 1 TO WS-STOPIC-STILL(WS-STOPIC-I)
              END-IF
           END-IF.

           PERFORM PROPOSE-IF-REPEATED THRU PROPOSE-IF-REPEATED-EXIT.

           IF WS-STOCK-ACTION-MARK AND WS-COPY-IS-AVAILABLE THEN
              PERFORM MARK-COPY-LOST
           END-IF.
       CHECK-ONE-COPY-EXIT.
           EXIT.

      * Keep one discrepancy at copy level under this run, with the
      * copy's status as found and its book's topic
       FILE-DISCREPANCY-DETAIL.
           MOVE scannedFormNumber OF WS-SCAN-RECORD TO WS-CURR-FORMNUM.
           PERFORM RESOLVE-TOPIC.
           MOVE WS-STOCK-REQ-BRANCH TO WS-STKD-KEY-BRANCH.
           MOVE WS-RUN-DATE TO WS-STKD-KEY-DATE.
           MOVE scannedFormNumber OF WS-SCAN-RECORD TO
             WS-STKD-KEY-FORMNUM.
           MOVE scannedCopyNum OF WS-SCAN-RECORD TO WS-STKD-KEY-NUM.
           INITIALIZE WS-STKD-RECORD.
           MOVE WS-REPORT-REASON TO stkdReason OF WS-STKD-RECORD.
           MOVE copyStatus OF WS-COPY-RECORD TO
             stkdCopyStatus OF WS-STKD-RECORD.
           MOVE WS-CURR-TOPIC TO stkdTopic OF WS-STKD-RECORD.
           EXEC CICS WRITE FILE(WS-STKD-FILE)
                     RIDFLD(WS-STKD-KEY)
                     FROM(WS-STKD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

      * A copy this run found missing that the branch's previous run
      * also recorded missing is proposed for write-off. A proposal
      * already written off is final; one the review kept (the copy
      * turned up) is only reopened by a fresh pair of misses after
      * it; a still-pending one is carried forward to this run.
       PROPOSE-IF-REPEATED.
           IF WS-PRIOR-DATE = SPACES THEN
              GO TO PROPOSE-IF-REPEATED-EXIT
           END-IF.
           MOVE WS-STOCK-REQ-BRANCH TO WS-STKD-KEY-BRANCH.
           MOVE WS-PRIOR-DATE TO WS-STKD-KEY-DATE.
           MOVE WS-COPY-KEY-FORMNUM TO WS-STKD-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-STKD-KEY-NUM.
           EXEC CICS READ FILE(WS-STKD-FILE)
                     RIDFLD(WS-STKD-KEY)
                     INTO(WS-STKD-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO PROPOSE-IF-REPEATED-EXIT
           END-IF.
           IF NOT WS-STKD-NOT-SCANNED AND NOT WS-STKD-STILL-MISSING
           THEN
              GO TO PROPOSE-IF-REPEATED-EXIT
           END-IF.

           MOVE WS-COPY-KEY-FORMNUM TO WS-LOSP-KEY-FORMNUM.
           MOVE WS-COPY-KEY-NUM TO WS-LOSP-KEY-NUM.
           EXEC CICS READ FILE(WS-LOSP-FILE)
                     RIDFLD(WS-LOSP-KEY)
                     INTO(WS-LOSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              EVALUATE TRUE
                 WHEN WS-LOSP-IS-WRITEOFF
                    GO TO PROPOSE-IF-REPEATED-EXIT
                 WHEN WS-LOSP-IS-KEEP AND
                      lospLatestDate OF WS-LOSP-RECORD NOT <
                         WS-PRIOR-DATE
                    GO TO PROPOSE-IF-REPEATED-EXIT
                 WHEN WS-LOSP-IS-KEEP
                    MOVE WS-NOW-STAMP(1:25) TO
                      lospProposedDate OF WS-LOSP-RECORD
                    MOVE SPACES TO lospDecidedBy OF WS-LOSP-RECORD
                    MOVE SPACES TO lospDecidedDate OF WS-LOSP-RECORD
              END-EVALUATE
              EXEC CICS DELETE FILE(WS-LOSP-FILE)
                        RIDFLD(WS-LOSP-KEY)
                        RESP(WS-RESP)
              END-EXEC
           ELSE
              INITIALIZE WS-LOSP-RECORD
              MOVE WS-NOW-STAMP(1:25) TO
                lospProposedDate OF WS-LOSP-RECORD
           END-IF.
           MOVE WS-STOCK-REQ-BRANCH TO lospBranch OF WS-LOSP-RECORD.
           MOVE WS-PRIOR-DATE TO lospPriorDate OF WS-LOSP-RECORD.
           MOVE WS-RUN-DATE TO lospLatestDate OF WS-LOSP-RECORD.
           SET WS-LOSP-IS-PENDING TO TRUE.
           EXEC CICS WRITE FILE(WS-LOSP-FILE)
                     RIDFLD(WS-LOSP-KEY)
                     FROM(WS-LOSP-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           ADD 1 TO WS-PROPOSED-COUNT.
       PROPOSE-IF-REPEATED-EXIT.
           EXIT.

      * The topic of WS-CURR-FORMNUM's book into WS-CURR-TOPIC - read
      * once per book, since pass 2 walks the copies in book order
       RESOLVE-TOPIC.
           IF WS-CURR-FORMNUM NOT = WS-TOPIC-FORMNUM THEN
              MOVE WS-CURR-FORMNUM TO WS-TOPIC-FORMNUM
              MOVE "(none)" TO WS-CURR-TOPIC
              EXEC CICS READ FILE(WS-REDBOOK-FILE)
                        RIDFLD(WS-CURR-FORMNUM)
                        INTO(WS-BOOK)
                        RESP(WS-BOOK-RESP)
              END-EXEC
              IF WS-BOOK-RESP = DFHRESP(NORMAL) AND
                 topic-existence OF Redbook OF WS-BOOK > 0 AND
                 topic2-length OF Redbook OF WS-BOOK > 0 THEN
                 MOVE topic2 OF Redbook OF WS-BOOK TO WS-CURR-TOPIC
              END-IF
           END-IF.

      * WS-CURR-TOPIC's slot in the topic table, added on first
      * sight - zero when the table is full
       FIND-TOPIC-SLOT.
           PERFORM VARYING WS-STOPIC-I FROM 1 BY 1
                     UNTIL WS-STOPIC-I > WS-STOPIC-COUNT
              IF WS-STOPIC-NAME(WS-STOPIC-I) = WS-CURR-TOPIC THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-STOPIC-I > WS-STOPIC-COUNT THEN
              IF WS-STOPIC-COUNT < 100 THEN
                 ADD 1 TO WS-STOPIC-COUNT
                 MOVE WS-CURR-TOPIC TO WS-STOPIC-NAME(WS-STOPIC-I)
                 MOVE 0 TO WS-STOPIC-HOLDINGS(WS-STOPIC-I)
                 MOVE 0 TO WS-STOPIC-MISSING(WS-STOPIC-I)
                 MOVE 0 TO WS-STOPIC-STILL(WS-STOPIC-I)
              ELSE
                 MOVE 0 TO WS-STOPIC-I
              END-IF
           END-IF.

      * The date of the branch's latest run before today, if any
       FIND-PRIOR-RUN.
           MOVE SPACES TO WS-PRIOR-DATE.
           MOVE WS-STOCK-REQ-BRANCH TO WS-STKH-KEY-BRANCH.
           MOVE LOW-VALUES TO WS-STKH-KEY-DATE.
           MOVE LOW-VALUES TO WS-STKH-KEY-TOPIC.
           EXEC CICS STARTBR FILE(WS-STKH-FILE)
                       RIDFLD(WS-STKH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-STKH-FILE)
                             INTO(WS-STKH-RECORD)
                             RIDFLD(WS-STKH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-STKH-KEY-BRANCH NOT = WS-STOCK-REQ-BRANCH OR
                    WS-STKH-KEY-DATE NOT < WS-RUN-DATE THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-STKH-KEY-DATE TO WS-PRIOR-DATE
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-STKH-FILE) END-EXEC
           END-IF.

      * Drop an earlier run at this branch today - its history lines
      * and its copy-level discrepancies - one record per restarted
      * browse, the way the other drain loops go
       CLEAR-SAME-DAY-RUN.
           PERFORM UNTIL EXIT
              MOVE WS-STOCK-REQ-BRANCH TO WS-STKH-KEY-BRANCH
              MOVE WS-RUN-DATE TO WS-STKH-KEY-DATE
              MOVE LOW-VALUES TO WS-STKH-KEY-TOPIC
              EXEC CICS STARTBR FILE(WS-STKH-FILE)
                          RIDFLD(WS-STKH-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS READNEXT FILE(WS-STKH-FILE)
                          INTO(WS-STKH-RECORD)
                          RIDFLD(WS-STKH-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-STKH-FILE) END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                 WS-STKH-KEY-BRANCH NOT = WS-STOCK-REQ-BRANCH OR
                 WS-STKH-KEY-DATE NOT = WS-RUN-DATE THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS DELETE FILE(WS-STKH-FILE)
                        RIDFLD(WS-STKH-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

           PERFORM UNTIL EXIT
              MOVE WS-STOCK-REQ-BRANCH TO WS-STKD-KEY-BRANCH
              MOVE WS-RUN-DATE TO WS-STKD-KEY-DATE
              MOVE LOW-VALUES TO WS-STKD-KEY-FORMNUM
              MOVE 0 TO WS-STKD-KEY-NUM
              EXEC CICS STARTBR FILE(WS-STKD-FILE)
                          RIDFLD(WS-STKD-KEY)
                          GTEQ
                          RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS READNEXT FILE(WS-STKD-FILE)
                          INTO(WS-STKD-RECORD)
                          RIDFLD(WS-STKD-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-STKD-FILE) END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                 WS-STKD-KEY-BRANCH NOT = WS-STOCK-REQ-BRANCH OR
                 WS-STKD-KEY-DATE NOT = WS-RUN-DATE THEN
                 EXIT PERFORM
              END-IF
              EXEC CICS DELETE FILE(WS-STKD-FILE)
                        RIDFLD(WS-STKD-KEY)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.

      * File the run on RBKSTKH: the totals line under *TOTAL*, then
      * one line per topic carrying that topic's holdings and misses
       FILE-RUN-HISTORY.
           INITIALIZE WS-STKH-RECORD.
           MOVE WS-STOCK-REQ-ACTION TO stkhAction OF WS-STKH-RECORD.
           MOVE WS-SCANNED-COUNT TO stkhScanned OF WS-STKH-RECORD.
           MOVE WS-HOLDINGS-COUNT TO stkhHoldings OF WS-STKH-RECORD.
           MOVE WS-MISSING-COUNT TO stkhMissing OF WS-STKH-RECORD.
           MOVE WS-ONLOAN-COUNT TO stkhOnloan OF WS-STKH-RECORD.
           MOVE WS-NORECORD-COUNT TO stkhNoRecord OF WS-STKH-RECORD.
           MOVE WS-STILL-COUNT TO stkhStillMissing OF WS-STKH-RECORD.
           MOVE WS-MARKED-LOST TO stkhMarked OF WS-STKH-RECORD.
           MOVE WS-PROPOSED-COUNT TO stkhProposed OF WS-STKH-RECORD.
           EXEC CICS ASSIGN
                     USERID(stkhRunBy OF WS-STKH-RECORD)
           END-EXEC.
           MOVE WS-NOW-STAMP(1:25) TO stkhRunStamp OF WS-STKH-RECORD.
           MOVE WS-STOCK-REQ-BRANCH TO WS-STKH-KEY-BRANCH.
           MOVE WS-RUN-DATE TO WS-STKH-KEY-DATE.
           MOVE WS-STKH-TOTAL-TOPIC TO WS-STKH-KEY-TOPIC.
           EXEC CICS WRITE FILE(WS-STKH-FILE)
                     RIDFLD(WS-STKH-KEY)
                     FROM(WS-STKH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.

           MOVE 0 TO stkhScanned OF WS-STKH-RECORD.
           MOVE 0 TO stkhOnloan OF WS-STKH-RECORD.
           MOVE 0 TO stkhNoRecord OF WS-STKH-RECORD.
           MOVE 0 TO stkhMarked OF WS-STKH-RECORD.
           MOVE 0 TO stkhProposed OF WS-STKH-RECORD.
           PERFORM VARYING WS-STOPIC-I FROM 1 BY 1
                     UNTIL WS-STOPIC-I > WS-STOPIC-COUNT
              MOVE WS-STOPIC-NAME(WS-STOPIC-I) TO WS-STKH-KEY-TOPIC
              MOVE WS-STOPIC-HOLDINGS(WS-STOPIC-I) TO
                stkhHoldings OF WS-STKH-RECORD
              MOVE WS-STOPIC-MISSING(WS-STOPIC-I) TO
                stkhMissing OF WS-STKH-RECORD
              MOVE WS-STOPIC-STILL(WS-STOPIC-I) TO
                stkhStillMissing OF WS-STKH-RECORD
              EXEC CICS WRITE FILE(WS-STKH-FILE)
                        RIDFLD(WS-STKH-KEY)
                        FROM(WS-STKH-RECORD)
                        RESP(WS-RESP)
              END-EXEC
           END-PERFORM.
