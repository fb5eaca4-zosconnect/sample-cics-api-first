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
      * RBKDWEXT - Data-warehouse star-schema extract. Writes the     *
      *            nightly HDR/dimension/fact/CTL/TRL feed (see the   *
      *            layout in RBKWSTOR) to WS-DWEXT-TDQ: the book,     *
      *            borrower, branch, vendor, topic and date           *
      *            dimensions under the stable surrogate keys kept on *
      *            RBKDWKEY, and the loan, order, receipt, charge and *
      *            grant facts keyed to them. A FULL extract on the   *
      *            first run (or on request), otherwise a DELTA since *
      *            the last successful run's start, bookmarked off    *
      *            this program's own RBKJOBCT record: books by their *
      *            lastUpdatedTimestamp and the audit trail's deletes,*
      *            the stampless masters by comparison with the row   *
      *            last sent. Receipts are read off the RECEIPT       *
      *            events RBKORDOP logs on RBKEVLOG, one per receipt  *
      *            booked against an RBKORDER line. Modeled on        *
      *            RBKICEXP                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKDWEXT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-SCAN-KEY           PIC X(12).

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * The delta bookmark: the previous successful run's start
      * stamp off this program's own RBKJOBCT record, read before
      * RBKWJOBR's start phase overwrites it. No bookmark (first
      * ever run, or the last run failed mid-extract) means FULL.
       01 WS-BOOKMARK           PIC X(32) VALUE SPACES.
       01 WS-RUN-MODE           PIC X(5) VALUE 'FULL'.
         88 WS-RUN-IS-FULL        VALUE 'FULL'.
         88 WS-RUN-IS-DELTA       VALUE 'DELTA'.
      * This run's own stamp - what dwkeyLastSent is set to for every
      * member row sent tonight
       01 WS-DW-RUN-STAMP       PIC X(25).

      * A row the TD queue refused fails the run, so the next one is
      * a FULL extract rather than a delta missing it
       01 WS-DW-WRITE-STATE     PIC X VALUE 'N'.
         88 WS-DW-WRITES-OK       VALUE 'N'.
         88 WS-DW-WRITE-FAILED    VALUE 'Y'.

      * Row counts per record type, for the CTL records
       01 WS-DW-TYPES-VALUES.
         03 FILLER                PIC X(15) VALUE 'DBKDBWDBRDVNDTP'.
         03 FILLER                PIC X(18) VALUE 'DDTFLNFORFRCFCHFGR'.
       01 WS-DW-TYPES REDEFINES WS-DW-TYPES-VALUES.
         03 WS-DW-TYPE-CODE       PIC X(3) OCCURS 11 TIMES.
       01 WS-DW-TYPE-COUNTS.
         03 WS-DW-TYPE-COUNT      PIC S9(8) COMP-5 OCCURS 11 TIMES.
       01 WS-DW-TYPE-MAX        PIC S9(4) COMP-5 VALUE 11.
       01 WS-DW-T               PIC S9(4) COMP-5.
       01 WS-DW-ROWS            PIC S9(8) COMP-5 VALUE 0.

      * Surrogate lookup: which dimension and natural key, whether a
      * member met for the first time is to be sent as an inferred
      * row (a fact or book naming something no master lists), and
      * what came back
       01 WS-DW-DIM             PIC X(2).
       01 WS-DW-NATURAL         PIC X(40).
       01 WS-DW-SURR            PIC 9(9).
       01 WS-DW-INFER           PIC X VALUE 'N'.
         88 WS-DW-INFER-YES       VALUE 'Y'.
         88 WS-DW-INFER-NO        VALUE 'N'.
       01 WS-DW-MEMBER          PIC X VALUE 'K'.
         88 WS-DW-MEMBER-NEW      VALUE 'N'.
         88 WS-DW-MEMBER-KNOWN    VALUE 'K'.
       01 WS-DW-MAP-RESP        PIC S9(8) COMP.
       01 WS-DW-LAST-SURR       PIC 9(9).
      * The row as built now, the row as last sent (both with a zero
      * key), and the action the row goes out under - space for not
      * at all
       01 WS-DW-IMAGE           PIC X(160).
       01 WS-DW-OLD-IMAGE       PIC X(160).
       01 WS-DW-OLD-SENT        PIC X(25).
       01 WS-DW-ACT             PIC X.

      * Resolved keys for the row being built
       01 WS-DW-FORMNUM         PIC X(12).
       01 WS-DW-BOOKKEY         PIC 9(9).
       01 WS-DW-TOPICKEY        PIC 9(9).
       01 WS-DW-BRWRKEY         PIC 9(9).
       01 WS-DW-BRNCHKEY        PIC 9(9).
       01 WS-DW-VENDKEY         PIC 9(9).
       01 WS-DW-PARENTKEY       PIC 9(9).
       01 WS-DW-DATE-1          PIC 9(8).
       01 WS-DW-DATE-2          PIC 9(8).
       01 WS-DW-DATE-3          PIC 9(8).
       01 WS-DW-ORDSEQ          PIC 9(4).
      * The loan, order and grant files are all in formNumber order,
      * so the last book's keys answer most lookups
       01 WS-DW-CACHE-FORMNUM   PIC X(12) VALUE LOW-VALUES.
       01 WS-DW-CACHE-BOOKKEY   PIC 9(9).
       01 WS-DW-CACHE-TOPICKEY  PIC 9(9).

      * Date keys: the leading YYYY-MM-DD of a stamp as YYYYMMDD, and
      * a flag per day from WS-DW-DAY-BASE-DATE on for the dates this
      * run has already settled, so each date costs one RBKDWKEY read
      * a night rather than one per row
       01 WS-DW-STAMP           PIC X(32).
       01 WS-DW-DATE10          PIC X(10).
       01 WS-DW-DATE-PARTS REDEFINES WS-DW-DATE10.
         03 WS-DW-DATE-YYYY       PIC 9(4).
         03 WS-DW-DATE-SEP1       PIC X.
         03 WS-DW-DATE-MM         PIC 9(2).
         03 WS-DW-DATE-SEP2       PIC X.
         03 WS-DW-DATE-DD         PIC 9(2).
       01 WS-DW-DATEKEY         PIC 9(8).
       01 WS-DW-DAY-INT         PIC S9(9) COMP-5.
       01 WS-DW-DAY-BASE        PIC S9(9) COMP-5.
       01 WS-DW-DAY-BASE-DATE   PIC 9(8) VALUE 19800101.
       01 WS-DW-DAY-SLOT        PIC S9(9) COMP-5.
       01 WS-DW-DAY-SLOTS       PIC S9(9) COMP-5 VALUE 30000.
       01 WS-DW-DAYS-SEEN       VALUE SPACES.
         03 WS-DW-DAY-SEEN        PIC X OCCURS 30000 TIMES.
       01 WS-DW-DOW             PIC S9(4) COMP-5.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Force-full or automatic - no request at all means automatic
           SET WS-DWEXT-AUTO TO TRUE.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-DWEXT-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-DWEXT-AUTO TO TRUE
           END-IF.

      * The bookmark must be read before RBKWJOBR's start phase
      * replaces the record with this run's own RUNNING entry
           MOVE 'RBKDWEXT' TO WS-JOBCTL-KEY.
           EXEC CICS READ FILE(WS-JOBCTL-FILE)
                     RIDFLD(WS-JOBCTL-KEY)
                     INTO(WS-JOBCTL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND WS-JOB-IS-OK AND
              NOT WS-DWEXT-FORCE-FULL THEN
              MOVE jobStartStamp OF WS-JOBCTL-RECORD TO WS-BOOKMARK
              MOVE 'DELTA' TO WS-RUN-MODE
           END-IF.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKDWEXT' TO WS-JOBRUN-REQ-NAME.
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

      * Ensure we're the only task accessing the Redbook catalog -
      * the dimensions and facts have to agree with each other
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
           MOVE WS-NOW-STAMP(1:25) TO WS-DW-RUN-STAMP.
           COMPUTE WS-DW-DAY-BASE =
              FUNCTION INTEGER-OF-DATE(WS-DW-DAY-BASE-DATE).
           INITIALIZE WS-DW-TYPE-COUNTS.

           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 'HDR' TO WS-DWEXT-TYPE.
           MOVE WS-NOW-DATE TO WS-DWEXT-HDR-DATE.
           MOVE WS-RUN-MODE TO WS-DWEXT-HDR-MODE.
           MOVE WS-BOOKMARK(1:25) TO WS-DWEXT-HDR-FROM.
           MOVE WS-DW-RUN-STAMP TO WS-DWEXT-HDR-TO.
           PERFORM WRITE-DW-CONTROL.

      * The dimensions first - every fact row's keys must already be
      * in the warehouse (or ride in ahead of it) when the fact lands.
      * Topics lead, since a book row carries its topic's key.
           PERFORM EXTRACT-TOPICS.
           PERFORM EXTRACT-BRANCHES.
           PERFORM EXTRACT-VENDORS.
           PERFORM EXTRACT-BORROWERS.
           PERFORM EXTRACT-BOOKS.
           IF WS-RUN-IS-DELTA THEN
              PERFORM EXTRACT-BOOK-DELETES
           END-IF.

      * Then the facts
           PERFORM EXTRACT-LOANS.
           PERFORM EXTRACT-ORDERS.
           PERFORM EXTRACT-RECEIPTS.
           PERFORM EXTRACT-CHARGES.
           PERFORM EXTRACT-GRANTS.

      * One control record per record type, then the grand total -
      * the load checks each against what it read before committing
           PERFORM VARYING WS-DW-T FROM 1 BY 1
                   UNTIL WS-DW-T > WS-DW-TYPE-MAX
              MOVE SPACES TO WS-DWEXT-RECORD
              MOVE 'CTL' TO WS-DWEXT-TYPE
              MOVE WS-DW-TYPE-CODE(WS-DW-T) TO WS-DWEXT-CTL-TYPE
              MOVE WS-DW-TYPE-COUNT(WS-DW-T) TO WS-DWEXT-CTL-COUNT
              PERFORM WRITE-DW-CONTROL
           END-PERFORM.
           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 'TRL' TO WS-DWEXT-TYPE.
           MOVE WS-DW-ROWS TO WS-DWEXT-TRL-COUNT.
           PERFORM WRITE-DW-CONTROL.

      * Tell the caller how many rows were written
           EXEC CICS PUT CONTAINER(WS-NUMDWEX-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-DW-ROWS)
                         FLENGTH(LENGTH OF WS-DW-ROWS)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Free the Redbook catalog for another task to use
           EXEC CICS DEQ RESOURCE(WS-REDBOOKS-TSQ)
                         LENGTH(16)
                         ENQSCOPE(WS-ENQ-SCOPE)
                         NOHANDLE
           END-EXEC.

      * Close this run's job-control record with the final count -
      * only an OK outcome becomes next run's delta bookmark
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-DW-ROWS TO WS-JOBRUN-REQ-RECORDS.
           IF WS-DW-WRITE-FAILED THEN
              MOVE 'FAILED' TO WS-JOBRUN-REQ-OUTCOME
           ELSE
              MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME
           END-IF.
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

      * Topic dimension off the RBKTOPIC taxonomy. A parent topic is
      * looked up without being sent - it is a taxonomy entry of its
      * own and goes out when the browse reaches it.
       EXTRACT-TOPICS.
           MOVE LOW-VALUES TO WS-TOPIC-KEY.
           EXEC CICS STARTBR FILE(WS-TOPIC-FILE)
                       RIDFLD(WS-TOPIC-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-TOPIC-FILE)
                             INTO(WS-TOPIC-RECORD)
                             RIDFLD(WS-TOPIC-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE 'TP' TO WS-DW-DIM
                 MOVE parentTopic TO WS-DW-NATURAL
                 SET WS-DW-INFER-NO TO TRUE
                 PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT
                 MOVE WS-DW-SURR TO WS-DW-PARENTKEY
                 MOVE SPACES TO WS-DWEXT-RECORD
                 MOVE 0 TO WS-DWEXT-DTP-KEY
                 MOVE topicName TO WS-DWEXT-DTP-NAME
                 MOVE WS-DW-PARENTKEY TO WS-DWEXT-DTP-PARENT
                 MOVE topicTeam TO WS-DWEXT-DTP-TEAM
                 MOVE WS-DWEXT-BODY(1:160) TO WS-DW-IMAGE
                 MOVE topicName TO WS-DW-NATURAL
                 PERFORM EXTRACT-MASTER-ROW
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-TOPIC-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Branch dimension off the RBKBRNCH master
       EXTRACT-BRANCHES.
           MOVE LOW-VALUES TO WS-BRANCH-KEY.
           EXEC CICS STARTBR FILE(WS-BRANCH-FILE)
                       RIDFLD(WS-BRANCH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-BRANCH-FILE)
                             INTO(WS-BRANCH-RECORD)
                             RIDFLD(WS-BRANCH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE SPACES TO WS-DWEXT-RECORD
                 MOVE 0 TO WS-DWEXT-DBR-KEY
                 MOVE branchCode TO WS-DWEXT-DBR-CODE
                 MOVE branchName TO WS-DWEXT-DBR-NAME
                 MOVE WS-DWEXT-BODY(1:160) TO WS-DW-IMAGE
                 MOVE 'BR' TO WS-DW-DIM
                 MOVE branchCode TO WS-DW-NATURAL
                 PERFORM EXTRACT-MASTER-ROW
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-BRANCH-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Vendor dimension off the RBKVEND master
       EXTRACT-VENDORS.
           MOVE LOW-VALUES TO WS-VENDOR-KEY.
           EXEC CICS STARTBR FILE(WS-VENDOR-FILE)
                       RIDFLD(WS-VENDOR-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-VENDOR-FILE)
                             INTO(WS-VENDOR-RECORD)
                             RIDFLD(WS-VENDOR-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE SPACES TO WS-DWEXT-RECORD
                 MOVE 0 TO WS-DWEXT-DVN-KEY
                 MOVE vendorRecId TO WS-DWEXT-DVN-ID
                 MOVE vendorName TO WS-DWEXT-DVN-NAME
                 MOVE vendorCurrency TO WS-DWEXT-DVN-CURRENCY
                 MOVE WS-DWEXT-BODY(1:160) TO WS-DW-IMAGE
                 MOVE 'VN' TO WS-DW-DIM
                 MOVE vendorRecId TO WS-DW-NATURAL
                 PERFORM EXTRACT-MASTER-ROW
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-VENDOR-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Borrower dimension off the RBKBRWR register, pseudonymised:
      * the surrogate stands in for the person, and only what the
      * analysis groups by - department, lending category, whether
      * and when they left - goes with it. No id, name or contact.
       EXTRACT-BORROWERS.
           MOVE LOW-VALUES TO WS-BORROWER-KEY.
           EXEC CICS STARTBR FILE(WS-BORROWER-FILE)
                       RIDFLD(WS-BORROWER-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-BORROWER-FILE)
                             INTO(WS-BORROWER-RECORD)
                             RIDFLD(WS-BORROWER-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE SPACES TO WS-DWEXT-RECORD
                 MOVE 0 TO WS-DWEXT-DBW-KEY
                 MOVE borrowerDept TO WS-DWEXT-DBW-DEPT
                 MOVE borrowerCategory TO WS-DWEXT-DBW-CATEGORY
                 MOVE borrowerStatus TO WS-DWEXT-DBW-STATUS
                 MOVE borrowerLeftDate TO WS-DWEXT-DBW-LEFT
                 MOVE WS-DWEXT-BODY(1:160) TO WS-DW-IMAGE
                 MOVE 'BW' TO WS-DW-DIM
                 MOVE borrowerId TO WS-DW-NATURAL
                 PERFORM EXTRACT-MASTER-ROW
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-BORROWER-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Book dimension off the catalog. A book's topic is resolved
      * first (a free-text topic outside the taxonomy rides in as an
      * inferred topic row); the book row is then sent when new, when
      * its lastUpdatedTimestamp is inside the delta, or when it no
      * longer matches the row last sent.
       EXTRACT-BOOKS.
           MOVE LOW-VALUES TO WS-SCAN-KEY.
           EXEC CICS STARTBR FILE(WS-REDBOOK-FILE)
                       RIDFLD(WS-SCAN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REDBOOK-FILE)
                             INTO(WS-BOOK)
                             RIDFLD(WS-SCAN-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE 'TP' TO WS-DW-DIM
                 MOVE SPACES TO WS-DW-NATURAL
                 IF topic-existence OF WS-BOOK > 0 THEN
                    MOVE topic2 OF WS-BOOK TO WS-DW-NATURAL
                 END-IF
                 SET WS-DW-INFER-YES TO TRUE
                 PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT
                 MOVE WS-DW-SURR TO WS-DW-TOPICKEY
                 PERFORM BUILD-BOOK-ROW
                 MOVE 'BK' TO WS-DW-DIM
                 MOVE formNumber OF WS-BOOK TO WS-DW-NATURAL
                 SET WS-DW-INFER-NO TO TRUE
                 PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT
                 PERFORM DECIDE-MEMBER-ACTION
                 IF WS-DW-ACT = SPACE AND WS-RUN-IS-DELTA AND
                    lastUpdatedTimestamp OF WS-BOOK >= WS-BOOKMARK
                    THEN
                    MOVE 'C' TO WS-DW-ACT
                 END-IF
                 IF WS-DW-ACT NOT = SPACE THEN
                    MOVE WS-DW-IMAGE TO WS-DW-OLD-IMAGE
                    PERFORM SEND-MEMBER-ROW
                    PERFORM MARK-MEMBER-SENT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REDBOOK-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * DELTA only: a book deleted or purged since the bookmark has
      * nothing left in the catalog to compare, so the audit trail
      * says so - one D row under the book's surrogate. A book
      * re-created since is back in the catalog and is left alone.
       EXTRACT-BOOK-DELETES.
           MOVE LOW-VALUES TO WS-AUDIT-KEY.
           EXEC CICS STARTBR FILE(WS-AUDIT-FILE)
                       RIDFLD(WS-AUDIT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-AUDIT-FILE)
                             INTO(WS-AUDIT-RECORD)
                             RIDFLD(WS-AUDIT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF auditTimestamp OF WS-AUDIT-RECORD >= WS-BOOKMARK
                    AND (WS-AUDIT-IS-DELETE OR
                         auditAction OF WS-AUDIT-RECORD = 'PURGE')
                    THEN
                    PERFORM SEND-BOOK-DELETE
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUDIT-FILE) END-EXEC
           END-IF.

      * Loan facts off RBKLOAN. DELTA sends every open loan (a
      * renewal, recall or claim moves it without a stamp) and any
      * loan checked out, recalled or returned since the bookmark.
       EXTRACT-LOANS.
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
                 EVALUATE TRUE
                    WHEN WS-RUN-IS-FULL
                       MOVE 'F' TO WS-DW-ACT
                    WHEN checkoutDate OF WS-LOAN-RECORD >= WS-BOOKMARK
                       MOVE 'A' TO WS-DW-ACT
                    WHEN returnDate OF WS-LOAN-RECORD = SPACES
                    WHEN returnDate OF WS-LOAN-RECORD >= WS-BOOKMARK
                    WHEN loanRecallDate OF WS-LOAN-RECORD >=
                         WS-BOOKMARK
                       MOVE 'C' TO WS-DW-ACT
                    WHEN OTHER
                       MOVE SPACE TO WS-DW-ACT
                 END-EVALUATE
                 IF WS-DW-ACT NOT = SPACE THEN
                    PERFORM SEND-LOAN-FACT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Order facts off RBKORDER. DELTA sends every open order (a
      * part receipt moves it without a stamp) and any order placed
      * or closed since the bookmark.
       EXTRACT-ORDERS.
           MOVE LOW-VALUES TO WS-ORDER-KEY.
           EXEC CICS STARTBR FILE(WS-ORDER-FILE)
                       RIDFLD(WS-ORDER-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ORDER-FILE)
                             INTO(WS-ORDER-RECORD)
                             RIDFLD(WS-ORDER-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-RUN-IS-FULL
                       MOVE 'F' TO WS-DW-ACT
                    WHEN orderDate OF WS-ORDER-RECORD >= WS-BOOKMARK
                       MOVE 'A' TO WS-DW-ACT
                    WHEN receivedDate OF WS-ORDER-RECORD = SPACES
                    WHEN receivedDate OF WS-ORDER-RECORD >= WS-BOOKMARK
                       MOVE 'C' TO WS-DW-ACT
                    WHEN OTHER
                       MOVE SPACE TO WS-DW-ACT
                 END-EVALUATE
                 IF WS-DW-ACT NOT = SPACE THEN
                    PERFORM SEND-ORDER-FACT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ORDER-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Receipt facts - one per receipt booked against an order line,
      * off the RECEIPT events RBKORDOP logs (RBKORDER itself only
      * keeps the running total). Keyed by the event's sequence
      * number, which is unique and never reused. A FULL extract can
      * only reach back as far as the event log's retention; the
      * order facts' received quantities carry the totals either way.
       EXTRACT-RECEIPTS.
           MOVE 0 TO WS-EVLOG-KEY.
           EXEC CICS STARTBR FILE(WS-EVLOG-FILE)
                       RIDFLD(WS-EVLOG-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-EVLOG-FILE)
                             INTO(WS-EVLOG-RECORD)
                             RIDFLD(WS-EVLOG-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE evlogMessage TO WS-EVENT-MSG
                 EVALUATE TRUE
                    WHEN evmsgType NOT = 'RECEIPT'
                       MOVE SPACE TO WS-DW-ACT
                    WHEN WS-RUN-IS-FULL
                       MOVE 'F' TO WS-DW-ACT
                    WHEN evmsgStamp >= WS-BOOKMARK(1:25)
                       MOVE 'A' TO WS-DW-ACT
                    WHEN OTHER
                       MOVE SPACE TO WS-DW-ACT
                 END-EVALUATE
                 IF WS-DW-ACT NOT = SPACE THEN
                    PERFORM SEND-RECEIPT-FACT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-EVLOG-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Charge facts off RBKCHRG. DELTA sends every OPEN charge (a
      * fine keeps accruing) and any charge raised or settled since
      * the bookmark.
       EXTRACT-CHARGES.
           MOVE LOW-VALUES TO WS-CHARGE-KEY.
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
                 EVALUATE TRUE
                    WHEN WS-RUN-IS-FULL
                       MOVE 'F' TO WS-DW-ACT
                    WHEN chargeDate OF WS-CHARGE-RECORD >= WS-BOOKMARK
                       MOVE 'A' TO WS-DW-ACT
                    WHEN WS-CHARGE-IS-UNPAID
                    WHEN chargeSettledDate OF WS-CHARGE-RECORD >=
                         WS-BOOKMARK
                       MOVE 'C' TO WS-DW-ACT
                    WHEN OTHER
                       MOVE SPACE TO WS-DW-ACT
                 END-EVALUATE
                 IF WS-DW-ACT NOT = SPACE THEN
                    PERFORM SEND-CHARGE-FACT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-CHARGE-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * Access-grant facts off RBKGRANT. DELTA sends any grant
      * issued, revoked or expiring since the bookmark - an active
      * grant's expiry is still ahead, so it is always in.
       EXTRACT-GRANTS.
           MOVE LOW-VALUES TO WS-GRANT-KEY.
           EXEC CICS STARTBR FILE(WS-GRANT-FILE)
                       RIDFLD(WS-GRANT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-GRANT-FILE)
                             INTO(WS-GRANT-RECORD)
                             RIDFLD(WS-GRANT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 EVALUATE TRUE
                    WHEN WS-RUN-IS-FULL
                       MOVE 'F' TO WS-DW-ACT
                    WHEN grantIssued OF WS-GRANT-RECORD >= WS-BOOKMARK
                       MOVE 'A' TO WS-DW-ACT
                    WHEN grantRevoked OF WS-GRANT-RECORD >= WS-BOOKMARK
                    WHEN grantExpires OF WS-GRANT-RECORD >= WS-BOOKMARK
                       MOVE 'C' TO WS-DW-ACT
                    WHEN OTHER
                       MOVE SPACE TO WS-DW-ACT
                 END-EVALUATE
                 IF WS-DW-ACT NOT = SPACE THEN
                    PERFORM SEND-GRANT-FACT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-GRANT-FILE) END-EXEC
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.

      * One master row whose image (key zero) is in WS-DW-IMAGE and
      * whose dimension and natural key are in WS-DW-DIM and
      * WS-DW-NATURAL: resolve its surrogate, and send it if due
       EXTRACT-MASTER-ROW.
           SET WS-DW-INFER-NO TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           PERFORM DECIDE-MEMBER-ACTION.
           IF WS-DW-ACT NOT = SPACE THEN
              MOVE WS-DW-IMAGE TO WS-DW-OLD-IMAGE
              PERFORM SEND-MEMBER-ROW
              PERFORM MARK-MEMBER-SENT
           END-IF.

      * FULL sends every row. DELTA sends a member the warehouse has
      * never had (new, or assigned earlier without being sent) as
      * added, and one whose row differs from the last sent as
      * changed.
       DECIDE-MEMBER-ACTION.
           EVALUATE TRUE
              WHEN WS-RUN-IS-FULL
                 MOVE 'F' TO WS-DW-ACT
              WHEN WS-DW-MEMBER-NEW
              WHEN WS-DW-OLD-SENT = SPACES
                 MOVE 'A' TO WS-DW-ACT
              WHEN WS-DW-OLD-IMAGE NOT = WS-DW-IMAGE
                 MOVE 'C' TO WS-DW-ACT
              WHEN OTHER
                 MOVE SPACE TO WS-DW-ACT
           END-EVALUATE.

      * The book row's image, key zero, off WS-BOOK and the topic key
      * already resolved into WS-DW-TOPICKEY
       BUILD-BOOK-ROW.
           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 0 TO WS-DWEXT-DBK-KEY.
           MOVE formNumber OF WS-BOOK TO WS-DWEXT-DBK-FORMNUM.
           MOVE Xtitle OF Redbook OF WS-BOOK TO WS-DWEXT-DBK-TITLE.
           MOVE Xstatus OF WS-BOOK TO WS-DWEXT-DBK-STATUS.
           IF documentType-existence OF WS-BOOK > 0 THEN
              MOVE documentType2 OF WS-BOOK TO WS-DWEXT-DBK-DOCTYPE
           END-IF.
           MOVE language OF WS-BOOK TO WS-DWEXT-DBK-LANGUAGE.
           IF publicationDate-existence OF WS-BOOK > 0 THEN
              MOVE publicationDate2 OF WS-BOOK(1:10) TO
                WS-DWEXT-DBK-PUBDATE
           END-IF.
           MOVE WS-DW-TOPICKEY TO WS-DWEXT-DBK-TOPICKEY.
           IF isbn-existence OF WS-BOOK > 0 THEN
              MOVE isbn2 OF WS-BOOK TO WS-DWEXT-DBK-ISBN
           END-IF.
           MOVE WS-DWEXT-BODY(1:160) TO WS-DW-IMAGE.

      * One D row for a book the audit trail says is gone
       SEND-BOOK-DELETE.
           MOVE WS-AUDIT-KEY-FORMNUM TO WS-DW-FORMNUM.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-DW-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP NOT = DFHRESP(NOTFND) THEN
              GO TO SEND-BOOK-DELETE-EXIT
           END-IF.
           MOVE 'BK' TO WS-DWKEY-KEY-DIM.
           MOVE WS-DW-FORMNUM TO WS-DWKEY-KEY-NATURAL.
           EXEC CICS READ FILE(WS-DWKEY-FILE)
                     RIDFLD(WS-DWKEY-KEY)
                     INTO(WS-DWKEY-RECORD)
                     RESP(WS-DW-MAP-RESP)
           END-EXEC.
           IF WS-DW-MAP-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO SEND-BOOK-DELETE-EXIT
           END-IF.
           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 'DBK' TO WS-DWEXT-TYPE.
           MOVE 'D' TO WS-DWEXT-ACTION.
           MOVE dwkeySurrogate TO WS-DWEXT-DBK-KEY.
           MOVE WS-DW-FORMNUM TO WS-DWEXT-DBK-FORMNUM.
           MOVE 0 TO WS-DWEXT-DBK-TOPICKEY.
           PERFORM WRITE-DW-ROW.
       SEND-BOOK-DELETE-EXIT.
           EXIT.

      * One loan fact. Every key is resolved before the row is built,
      * since resolving one may send an inferred dimension or date
      * row through the same record area. The borrower is the
      * registered id at the front of the loan's borrower field; a
      * scrubbed loan is the unknown member. The branch is the home
      * branch of the copy the loan took.
       SEND-LOAN-FACT.
           MOVE WS-LOAN-KEY-FORMNUM TO WS-DW-FORMNUM.
           PERFORM RESOLVE-BOOK-KEYS THRU RESOLVE-BOOK-KEYS-EXIT.

           MOVE 'BW' TO WS-DW-DIM.
           MOVE SPACES TO WS-DW-NATURAL.
           IF borrower OF WS-LOAN-RECORD NOT = WS-ANONYMIZED-NAME THEN
              MOVE borrower OF WS-LOAN-RECORD(1:8) TO WS-DW-NATURAL
           END-IF.
           SET WS-DW-INFER-YES TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           MOVE WS-DW-SURR TO WS-DW-BRWRKEY.

           MOVE 'BR' TO WS-DW-DIM.
           MOVE SPACES TO WS-DW-NATURAL.
           IF loanCopyNum OF WS-LOAN-RECORD IS NUMERIC AND
              loanCopyNum OF WS-LOAN-RECORD > 0 THEN
              MOVE WS-LOAN-KEY-FORMNUM TO WS-COPY-KEY-FORMNUM
              MOVE loanCopyNum OF WS-LOAN-RECORD TO WS-COPY-KEY-NUM
              EXEC CICS READ FILE(WS-COPY-FILE)
                        RIDFLD(WS-COPY-KEY)
                        INTO(WS-COPY-RECORD)
                        RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL) THEN
                 MOVE copyHomeBranch OF WS-COPY-RECORD TO
                   WS-DW-NATURAL
              END-IF
           END-IF.
           SET WS-DW-INFER-YES TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           MOVE WS-DW-SURR TO WS-DW-BRNCHKEY.

           MOVE checkoutDate OF WS-LOAN-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-1.
           MOVE dueDate OF WS-LOAN-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-2.
           MOVE returnDate OF WS-LOAN-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-3.

           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 'FLN' TO WS-DWEXT-TYPE.
           MOVE WS-DW-ACT TO WS-DWEXT-ACTION.
           MOVE WS-LOAN-KEY-FORMNUM TO WS-DWEXT-FLN-FORMNUM.
           MOVE WS-LOAN-KEY-SEQ TO WS-DWEXT-FLN-SEQ.
           MOVE WS-DW-BOOKKEY TO WS-DWEXT-FLN-BOOKKEY.
           MOVE WS-DW-TOPICKEY TO WS-DWEXT-FLN-TOPICKEY.
           MOVE WS-DW-BRWRKEY TO WS-DWEXT-FLN-BRWRKEY.
           MOVE WS-DW-BRNCHKEY TO WS-DWEXT-FLN-BRNCHKEY.
           MOVE WS-DW-DATE-1 TO WS-DWEXT-FLN-OUTDATE.
           MOVE WS-DW-DATE-2 TO WS-DWEXT-FLN-DUEDATE.
           MOVE WS-DW-DATE-3 TO WS-DWEXT-FLN-RETDATE.
           MOVE 0 TO WS-DWEXT-FLN-RENEWALS.
           IF loanRenewals OF WS-LOAN-RECORD IS NUMERIC THEN
              MOVE loanRenewals OF WS-LOAN-RECORD TO
                WS-DWEXT-FLN-RENEWALS
           END-IF.
           MOVE 0 TO WS-DWEXT-FLN-COPYNUM.
           IF loanCopyNum OF WS-LOAN-RECORD IS NUMERIC THEN
              MOVE loanCopyNum OF WS-LOAN-RECORD TO
                WS-DWEXT-FLN-COPYNUM
           END-IF.
           MOVE loanClaimStatus OF WS-LOAN-RECORD TO
             WS-DWEXT-FLN-CLAIM.
           PERFORM WRITE-DW-ROW.

      * One order fact
       SEND-ORDER-FACT.
           MOVE WS-ORDER-KEY-FORMNUM TO WS-DW-FORMNUM.
           PERFORM RESOLVE-BOOK-KEYS THRU RESOLVE-BOOK-KEYS-EXIT.

           MOVE 'VN' TO WS-DW-DIM.
           MOVE vendorId OF WS-ORDER-RECORD TO WS-DW-NATURAL.
           SET WS-DW-INFER-YES TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           MOVE WS-DW-SURR TO WS-DW-VENDKEY.

           MOVE orderDate OF WS-ORDER-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-1.
           MOVE receivedDate OF WS-ORDER-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-2.

           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 'FOR' TO WS-DWEXT-TYPE.
           MOVE WS-DW-ACT TO WS-DWEXT-ACTION.
           MOVE WS-ORDER-KEY-FORMNUM TO WS-DWEXT-FOR-FORMNUM.
           MOVE WS-ORDER-KEY-SEQ TO WS-DWEXT-FOR-SEQ.
           MOVE WS-DW-BOOKKEY TO WS-DWEXT-FOR-BOOKKEY.
           MOVE WS-DW-TOPICKEY TO WS-DWEXT-FOR-TOPICKEY.
           MOVE WS-DW-VENDKEY TO WS-DWEXT-FOR-VENDKEY.
           MOVE WS-DW-DATE-1 TO WS-DWEXT-FOR-ORDDATE.
           MOVE WS-DW-DATE-2 TO WS-DWEXT-FOR-RCVDATE.
           MOVE quantity OF WS-ORDER-RECORD TO WS-DWEXT-FOR-QTY.
           MOVE quantityReceived OF WS-ORDER-RECORD TO
             WS-DWEXT-FOR-QTYRCVD.
           MOVE cost OF WS-ORDER-RECORD TO WS-DWEXT-FOR-COST.
           IF orderCancelledBy OF WS-ORDER-RECORD = SPACES THEN
              MOVE 'N' TO WS-DWEXT-FOR-CANCELLED
           ELSE
              MOVE 'Y' TO WS-DWEXT-FOR-CANCELLED
           END-IF.
           MOVE orderProfile OF WS-ORDER-RECORD TO
             WS-DWEXT-FOR-PROFILE.
           PERFORM WRITE-DW-ROW.

      * One receipt fact off the event in WS-EVENT-MSG - its order
      * line's vendor is read off RBKORDER
       SEND-RECEIPT-FACT.
           MOVE evmsgFormNumber TO WS-DW-FORMNUM.
           PERFORM RESOLVE-BOOK-KEYS THRU RESOLVE-BOOK-KEYS-EXIT.

           MOVE 0 TO WS-DW-ORDSEQ.
           IF evmsgRef(1:4) IS NUMERIC THEN
              MOVE evmsgRef(1:4) TO WS-DW-ORDSEQ
           END-IF.
           MOVE 'VN' TO WS-DW-DIM.
           MOVE SPACES TO WS-DW-NATURAL.
           MOVE evmsgFormNumber TO WS-ORDER-KEY-FORMNUM.
           MOVE WS-DW-ORDSEQ TO WS-ORDER-KEY-SEQ.
           EXEC CICS READ FILE(WS-ORDER-FILE)
                     RIDFLD(WS-ORDER-KEY)
                     INTO(WS-ORDER-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE vendorId OF WS-ORDER-RECORD TO WS-DW-NATURAL
           END-IF.
           SET WS-DW-INFER-YES TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           MOVE WS-DW-SURR TO WS-DW-VENDKEY.

           MOVE evmsgStamp TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-1.

           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 'FRC' TO WS-DWEXT-TYPE.
           MOVE WS-DW-ACT TO WS-DWEXT-ACTION.
           MOVE evmsgSeq TO WS-DWEXT-FRC-EVENTSEQ.
           MOVE evmsgFormNumber TO WS-DWEXT-FRC-FORMNUM.
           MOVE WS-DW-ORDSEQ TO WS-DWEXT-FRC-ORDSEQ.
           MOVE WS-DW-BOOKKEY TO WS-DWEXT-FRC-BOOKKEY.
           MOVE WS-DW-TOPICKEY TO WS-DWEXT-FRC-TOPICKEY.
           MOVE WS-DW-VENDKEY TO WS-DWEXT-FRC-VENDKEY.
           MOVE WS-DW-DATE-1 TO WS-DWEXT-FRC-DATE.
           MOVE evmsgQuantity TO WS-DWEXT-FRC-QTY.
           PERFORM WRITE-DW-ROW.

      * One charge fact. The ledger is keyed by borrower id, which
      * must not leave - the row is identified by the borrower's
      * surrogate and the charge sequence instead.
       SEND-CHARGE-FACT.
           MOVE chargeFormNumber OF WS-CHARGE-RECORD TO WS-DW-FORMNUM.
           PERFORM RESOLVE-BOOK-KEYS THRU RESOLVE-BOOK-KEYS-EXIT.

           MOVE 'BW' TO WS-DW-DIM.
           MOVE WS-CHARGE-KEY-BORROWER TO WS-DW-NATURAL.
           SET WS-DW-INFER-YES TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           MOVE WS-DW-SURR TO WS-DW-BRWRKEY.

           MOVE chargeDate OF WS-CHARGE-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-1.
           MOVE chargeSettledDate OF WS-CHARGE-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-2.

           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 'FCH' TO WS-DWEXT-TYPE.
           MOVE WS-DW-ACT TO WS-DWEXT-ACTION.
           MOVE WS-DW-BRWRKEY TO WS-DWEXT-FCH-BRWRKEY.
           MOVE WS-CHARGE-KEY-SEQ TO WS-DWEXT-FCH-SEQ.
           MOVE WS-DW-BOOKKEY TO WS-DWEXT-FCH-BOOKKEY.
           MOVE WS-DW-TOPICKEY TO WS-DWEXT-FCH-TOPICKEY.
           MOVE WS-DW-DATE-1 TO WS-DWEXT-FCH-DATE.
           MOVE WS-DW-DATE-2 TO WS-DWEXT-FCH-SETTLED.
           MOVE chargeType OF WS-CHARGE-RECORD TO WS-DWEXT-FCH-TYPE.
           MOVE chargeStatus OF WS-CHARGE-RECORD TO
             WS-DWEXT-FCH-STATUS.
           MOVE chargeAmount OF WS-CHARGE-RECORD TO
             WS-DWEXT-FCH-AMOUNT.
           MOVE chargeTender OF WS-CHARGE-RECORD TO
             WS-DWEXT-FCH-TENDER.
           PERFORM WRITE-DW-ROW.

      * One access-grant fact
       SEND-GRANT-FACT.
           MOVE WS-GRANT-KEY-FORMNUM TO WS-DW-FORMNUM.
           PERFORM RESOLVE-BOOK-KEYS THRU RESOLVE-BOOK-KEYS-EXIT.

           MOVE 'BW' TO WS-DW-DIM.
           MOVE grantBorrower OF WS-GRANT-RECORD TO WS-DW-NATURAL.
           SET WS-DW-INFER-YES TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           MOVE WS-DW-SURR TO WS-DW-BRWRKEY.

           MOVE grantIssued OF WS-GRANT-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-1.
           MOVE grantExpires OF WS-GRANT-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-2.
           MOVE grantRevoked OF WS-GRANT-RECORD TO WS-DW-STAMP.
           PERFORM RESOLVE-DATE-KEY THRU RESOLVE-DATE-KEY-EXIT.
           MOVE WS-DW-DATEKEY TO WS-DW-DATE-3.

           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE 'FGR' TO WS-DWEXT-TYPE.
           MOVE WS-DW-ACT TO WS-DWEXT-ACTION.
           MOVE WS-GRANT-KEY-FORMNUM TO WS-DWEXT-FGR-FORMNUM.
           MOVE WS-GRANT-KEY-SEQ TO WS-DWEXT-FGR-SEQ.
           MOVE WS-DW-BOOKKEY TO WS-DWEXT-FGR-BOOKKEY.
           MOVE WS-DW-TOPICKEY TO WS-DWEXT-FGR-TOPICKEY.
           MOVE WS-DW-BRWRKEY TO WS-DWEXT-FGR-BRWRKEY.
           MOVE WS-DW-DATE-1 TO WS-DWEXT-FGR-ISSUED.
           MOVE WS-DW-DATE-2 TO WS-DWEXT-FGR-EXPIRES.
           MOVE WS-DW-DATE-3 TO WS-DWEXT-FGR-REVOKED.
           PERFORM WRITE-DW-ROW.

      * The book and topic keys for WS-DW-FORMNUM. The topic comes
      * off the book's current catalog record; a book no longer in
      * the catalog keeps its surrogate but its topic is unknown.
       RESOLVE-BOOK-KEYS.
           IF WS-DW-FORMNUM = WS-DW-CACHE-FORMNUM THEN
              MOVE WS-DW-CACHE-BOOKKEY TO WS-DW-BOOKKEY
              MOVE WS-DW-CACHE-TOPICKEY TO WS-DW-TOPICKEY
              GO TO RESOLVE-BOOK-KEYS-EXIT
           END-IF.
           MOVE 0 TO WS-DW-BOOKKEY WS-DW-TOPICKEY.
           IF WS-DW-FORMNUM = SPACES THEN
              GO TO RESOLVE-BOOK-KEYS-EXIT
           END-IF.

           MOVE 'TP' TO WS-DW-DIM.
           MOVE SPACES TO WS-DW-NATURAL.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-DW-FORMNUM)
                     INTO(WS-BOOK)
                     RESP(WS-BOOK-RESP)
           END-EXEC.
           IF WS-BOOK-RESP = DFHRESP(NORMAL) AND
              topic-existence OF WS-BOOK > 0 THEN
              MOVE topic2 OF WS-BOOK TO WS-DW-NATURAL
           END-IF.
           SET WS-DW-INFER-YES TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           MOVE WS-DW-SURR TO WS-DW-TOPICKEY.

           MOVE 'BK' TO WS-DW-DIM.
           MOVE WS-DW-FORMNUM TO WS-DW-NATURAL.
           SET WS-DW-INFER-YES TO TRUE.
           PERFORM GET-SURROGATE THRU GET-SURROGATE-EXIT.
           MOVE WS-DW-SURR TO WS-DW-BOOKKEY.

           MOVE WS-DW-FORMNUM TO WS-DW-CACHE-FORMNUM.
           MOVE WS-DW-BOOKKEY TO WS-DW-CACHE-BOOKKEY.
           MOVE WS-DW-TOPICKEY TO WS-DW-CACHE-TOPICKEY.
       RESOLVE-BOOK-KEYS-EXIT.
           EXIT.

      * The surrogate for WS-DW-NATURAL in dimension WS-DW-DIM, into
      * WS-DW-SURR - with the row last sent in WS-DW-OLD-IMAGE and
      * WS-DW-OLD-SENT. A blank natural key is the unknown member,
      * zero. A member met for the first time is assigned the next
      * surrogate off the dimension's counter record. With
      * WS-DW-INFER-YES, a member no master pass has sent - new, or
      * (on a FULL run) not yet sent tonight - goes out now as an
      * inferred row carrying what is known of it, so no fact
      * arrives at the warehouse naming a key it doesn't have.
       GET-SURROGATE.
           MOVE 0 TO WS-DW-SURR.
           MOVE SPACES TO WS-DW-OLD-IMAGE WS-DW-OLD-SENT.
           SET WS-DW-MEMBER-KNOWN TO TRUE.
           IF WS-DW-NATURAL = SPACES THEN
              GO TO GET-SURROGATE-EXIT
           END-IF.

           MOVE WS-DW-DIM TO WS-DWKEY-KEY-DIM.
           MOVE WS-DW-NATURAL TO WS-DWKEY-KEY-NATURAL.
           EXEC CICS READ FILE(WS-DWKEY-FILE)
                     RIDFLD(WS-DWKEY-KEY)
                     INTO(WS-DWKEY-RECORD)
                     RESP(WS-DW-MAP-RESP)
           END-EXEC.
           IF WS-DW-MAP-RESP = DFHRESP(NORMAL) THEN
              MOVE dwkeySurrogate TO WS-DW-SURR
              MOVE dwkeyImage TO WS-DW-OLD-IMAGE
              MOVE dwkeyLastSent TO WS-DW-OLD-SENT
              IF WS-DW-INFER-YES AND WS-RUN-IS-FULL AND
                 WS-DW-OLD-SENT NOT = WS-DW-RUN-STAMP THEN
                 MOVE 'F' TO WS-DW-ACT
                 PERFORM SEND-MEMBER-ROW
                 MOVE WS-DW-OLD-IMAGE TO WS-DW-IMAGE
                 PERFORM MARK-MEMBER-SENT
              END-IF
              GO TO GET-SURROGATE-EXIT
           END-IF.

      * Next surrogate off the dimension's counter record
           SET WS-DW-MEMBER-NEW TO TRUE.
           MOVE WS-DW-DIM TO WS-DWKEY-KEY-DIM.
           MOVE SPACES TO WS-DWKEY-KEY-NATURAL.
           EXEC CICS READ FILE(WS-DWKEY-FILE)
                     RIDFLD(WS-DWKEY-KEY)
                     INTO(WS-DWKEY-RECORD)
                     UPDATE
                     RESP(WS-DW-MAP-RESP)
           END-EXEC.
           IF WS-DW-MAP-RESP = DFHRESP(NORMAL) THEN
              MOVE dwkeySurrogate TO WS-DW-LAST-SURR
           ELSE
              MOVE 0 TO WS-DW-LAST-SURR
           END-IF.
           ADD 1 TO WS-DW-LAST-SURR.
           MOVE WS-DW-LAST-SURR TO WS-DW-SURR.
           MOVE WS-DW-DIM TO dwkeyDim.
           MOVE SPACES TO dwkeyNatural.
           MOVE WS-DW-LAST-SURR TO dwkeySurrogate.
           MOVE SPACES TO dwkeyImage dwkeyLastSent.
           MOVE WS-DW-RUN-STAMP TO dwkeyAssigned.
           IF WS-DW-MAP-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS REWRITE FILE(WS-DWKEY-FILE)
                        FROM(WS-DWKEY-RECORD)
                        RESP(WS-DW-MAP-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE FILE(WS-DWKEY-FILE)
                        RIDFLD(WS-DWKEY-KEY)
                        FROM(WS-DWKEY-RECORD)
                        RESP(WS-DW-MAP-RESP)
              END-EXEC
           END-IF.

      * ... and the member's own record, not yet sent
           MOVE WS-DW-DIM TO dwkeyDim WS-DWKEY-KEY-DIM.
           MOVE WS-DW-NATURAL TO dwkeyNatural WS-DWKEY-KEY-NATURAL.
           MOVE WS-DW-SURR TO dwkeySurrogate.
           MOVE SPACES TO dwkeyImage dwkeyLastSent.
           MOVE WS-DW-RUN-STAMP TO dwkeyAssigned.
           EXEC CICS WRITE FILE(WS-DWKEY-FILE)
                     RIDFLD(WS-DWKEY-KEY)
                     FROM(WS-DWKEY-RECORD)
                     RESP(WS-DW-MAP-RESP)
           END-EXEC.
           IF WS-DW-INFER-NO THEN
              GO TO GET-SURROGATE-EXIT
           END-IF.

      * An inferred member: all that is known is its natural key -
      * and not even that for a borrower
           MOVE SPACES TO WS-DWEXT-RECORD.
           EVALUATE WS-DW-DIM
              WHEN 'BK'
                 MOVE 0 TO WS-DWEXT-DBK-KEY WS-DWEXT-DBK-TOPICKEY
                 MOVE WS-DW-NATURAL TO WS-DWEXT-DBK-FORMNUM
              WHEN 'BW'
                 MOVE 0 TO WS-DWEXT-DBW-KEY
              WHEN 'BR'
                 MOVE 0 TO WS-DWEXT-DBR-KEY
                 MOVE WS-DW-NATURAL TO WS-DWEXT-DBR-CODE
              WHEN 'VN'
                 MOVE 0 TO WS-DWEXT-DVN-KEY
                 MOVE WS-DW-NATURAL TO WS-DWEXT-DVN-ID
              WHEN 'TP'
                 MOVE 0 TO WS-DWEXT-DTP-KEY WS-DWEXT-DTP-PARENT
                 MOVE WS-DW-NATURAL TO WS-DWEXT-DTP-NAME
           END-EVALUATE.
           MOVE WS-DWEXT-BODY(1:160) TO WS-DW-IMAGE WS-DW-OLD-IMAGE.
           IF WS-RUN-IS-FULL THEN
              MOVE 'F' TO WS-DW-ACT
           ELSE
              MOVE 'A' TO WS-DW-ACT
           END-IF.
           PERFORM SEND-MEMBER-ROW.
           PERFORM MARK-MEMBER-SENT.
       GET-SURROGATE-EXIT.
           EXIT.

      * Send the row image in WS-DW-OLD-IMAGE for the member
      * WS-DW-DIM/WS-DW-SURR under action WS-DW-ACT - the image
      * carries a zero key, set here
       SEND-MEMBER-ROW.
           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE WS-DW-OLD-IMAGE TO WS-DWEXT-BODY.
           MOVE WS-DW-ACT TO WS-DWEXT-ACTION.
           EVALUATE WS-DW-DIM
              WHEN 'BK'
                 MOVE 'DBK' TO WS-DWEXT-TYPE
                 MOVE WS-DW-SURR TO WS-DWEXT-DBK-KEY
              WHEN 'BW'
                 MOVE 'DBW' TO WS-DWEXT-TYPE
                 MOVE WS-DW-SURR TO WS-DWEXT-DBW-KEY
              WHEN 'BR'
                 MOVE 'DBR' TO WS-DWEXT-TYPE
                 MOVE WS-DW-SURR TO WS-DWEXT-DBR-KEY
              WHEN 'VN'
                 MOVE 'DVN' TO WS-DWEXT-TYPE
                 MOVE WS-DW-SURR TO WS-DWEXT-DVN-KEY
              WHEN 'TP'
                 MOVE 'DTP' TO WS-DWEXT-TYPE
                 MOVE WS-DW-SURR TO WS-DWEXT-DTP-KEY
              WHEN 'DT'
                 MOVE 'DDT' TO WS-DWEXT-TYPE
           END-EVALUATE.
           PERFORM WRITE-DW-ROW.

      * Record WS-DW-IMAGE as the member's row last sent, tonight
       MARK-MEMBER-SENT.
           MOVE WS-DW-DIM TO WS-DWKEY-KEY-DIM.
           MOVE WS-DW-NATURAL TO WS-DWKEY-KEY-NATURAL.
           EXEC CICS READ FILE(WS-DWKEY-FILE)
                     RIDFLD(WS-DWKEY-KEY)
                     INTO(WS-DWKEY-RECORD)
                     UPDATE
                     RESP(WS-DW-MAP-RESP)
           END-EXEC.
           IF WS-DW-MAP-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-DW-IMAGE TO dwkeyImage
              MOVE WS-DW-RUN-STAMP TO dwkeyLastSent
              EXEC CICS REWRITE FILE(WS-DWKEY-FILE)
                        FROM(WS-DWKEY-RECORD)
                        RESP(WS-DW-MAP-RESP)
              END-EXEC
           END-IF.

      * The date key for the stamp in WS-DW-STAMP, into
      * WS-DW-DATEKEY - zero for a blank or malformed stamp. A date
      * the warehouse has never had is recorded on RBKDWKEY and its
      * row sent; a FULL run sends each date it meets once.
       RESOLVE-DATE-KEY.
           MOVE 0 TO WS-DW-DATEKEY.
           MOVE WS-DW-STAMP(1:10) TO WS-DW-DATE10.
           IF WS-DW-DATE-YYYY IS NOT NUMERIC OR
              WS-DW-DATE-MM IS NOT NUMERIC OR
              WS-DW-DATE-DD IS NOT NUMERIC OR
              WS-DW-DATE-SEP1 NOT = '-' OR
              WS-DW-DATE-SEP2 NOT = '-' THEN
              GO TO RESOLVE-DATE-KEY-EXIT
           END-IF.
           IF WS-DW-DATE-YYYY < 1601 OR
              WS-DW-DATE-MM < 1 OR WS-DW-DATE-MM > 12 OR
              WS-DW-DATE-DD < 1 OR WS-DW-DATE-DD > 31 THEN
              GO TO RESOLVE-DATE-KEY-EXIT
           END-IF.
           COMPUTE WS-DW-DATEKEY = WS-DW-DATE-YYYY * 10000 +
              WS-DW-DATE-MM * 100 + WS-DW-DATE-DD.
           COMPUTE WS-DW-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DW-DATEKEY).

      * Already settled this run?
           COMPUTE WS-DW-DAY-SLOT = WS-DW-DAY-INT - WS-DW-DAY-BASE + 1.
           IF WS-DW-DAY-SLOT < 1 OR WS-DW-DAY-SLOT > WS-DW-DAY-SLOTS
              THEN
              MOVE 0 TO WS-DW-DAY-SLOT
           END-IF.
           IF WS-DW-DAY-SLOT > 0 THEN
              IF WS-DW-DAY-SEEN(WS-DW-DAY-SLOT) = 'Y' THEN
                 GO TO RESOLVE-DATE-KEY-EXIT
              END-IF
              MOVE 'Y' TO WS-DW-DAY-SEEN(WS-DW-DAY-SLOT)
           END-IF.

           MOVE 'DT' TO WS-DW-DIM.
           MOVE WS-DW-DATEKEY TO WS-DW-NATURAL.
           MOVE WS-DW-DATEKEY TO WS-DW-SURR.
           MOVE WS-DW-DIM TO WS-DWKEY-KEY-DIM.
           MOVE WS-DW-NATURAL TO WS-DWKEY-KEY-NATURAL.
           EXEC CICS READ FILE(WS-DWKEY-FILE)
                     RIDFLD(WS-DWKEY-KEY)
                     INTO(WS-DWKEY-RECORD)
                     RESP(WS-DW-MAP-RESP)
           END-EXEC.
           IF WS-DW-MAP-RESP = DFHRESP(NORMAL) THEN
              IF WS-RUN-IS-FULL AND
                 dwkeyLastSent NOT = WS-DW-RUN-STAMP THEN
                 MOVE dwkeyImage TO WS-DW-OLD-IMAGE WS-DW-IMAGE
                 MOVE 'F' TO WS-DW-ACT
                 PERFORM SEND-MEMBER-ROW
                 PERFORM MARK-MEMBER-SENT
              END-IF
              GO TO RESOLVE-DATE-KEY-EXIT
           END-IF.

      * A new date: its calendar attributes, the day of the week
      * falling out of INTEGER-OF-DATE the way RBKBDAY works it out
           MOVE SPACES TO WS-DWEXT-RECORD.
           MOVE WS-DW-DATEKEY TO WS-DWEXT-DDT-KEY.
           MOVE WS-DW-DATE10 TO WS-DWEXT-DDT-ISODATE.
           MOVE WS-DW-DATE-YYYY TO WS-DWEXT-DDT-YEAR.
           COMPUTE WS-DWEXT-DDT-QUARTER = (WS-DW-DATE-MM + 2) / 3.
           MOVE WS-DW-DATE-MM TO WS-DWEXT-DDT-MONTH.
           MOVE WS-DW-DATE-DD TO WS-DWEXT-DDT-DAY.
           COMPUTE WS-DW-DOW = FUNCTION MOD(WS-DW-DAY-INT, 7).
           IF WS-DW-DOW = 0 THEN
              MOVE 7 TO WS-DW-DOW
           END-IF.
           MOVE WS-DW-DOW TO WS-DWEXT-DDT-WEEKDAY.
           MOVE WS-DWEXT-BODY(1:160) TO WS-DW-IMAGE WS-DW-OLD-IMAGE.

           MOVE WS-DW-DIM TO dwkeyDim.
           MOVE WS-DW-NATURAL TO dwkeyNatural.
           MOVE WS-DW-SURR TO dwkeySurrogate.
           MOVE WS-DW-IMAGE TO dwkeyImage.
           MOVE WS-DW-RUN-STAMP TO dwkeyAssigned dwkeyLastSent.
           EXEC CICS WRITE FILE(WS-DWKEY-FILE)
                     RIDFLD(WS-DWKEY-KEY)
                     FROM(WS-DWKEY-RECORD)
                     RESP(WS-DW-MAP-RESP)
           END-EXEC.
           IF WS-RUN-IS-FULL THEN
              MOVE 'F' TO WS-DW-ACT
           ELSE
              MOVE 'A' TO WS-DW-ACT
           END-IF.
           PERFORM SEND-MEMBER-ROW.
       RESOLVE-DATE-KEY-EXIT.
           EXIT.

      * Write one dimension or fact row, counting it under its type
       WRITE-DW-ROW.
           EXEC CICS WRITEQ TD QUEUE(WS-DWEXT-TDQ)
                         FROM(WS-DWEXT-RECORD)
                         LENGTH(LENGTH OF WS-DWEXT-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-DW-WRITE-FAILED TO TRUE
           ELSE
              ADD 1 TO WS-DW-ROWS
              PERFORM VARYING WS-DW-T FROM 1 BY 1
                      UNTIL WS-DW-T > WS-DW-TYPE-MAX
                 IF WS-DW-TYPE-CODE(WS-DW-T) = WS-DWEXT-TYPE THEN
                    ADD 1 TO WS-DW-TYPE-COUNT(WS-DW-T)
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-IF.

      * Write one HDR, CTL or TRL record - not itself counted
       WRITE-DW-CONTROL.
           EXEC CICS WRITEQ TD QUEUE(WS-DWEXT-TDQ)
                         FROM(WS-DWEXT-RECORD)
                         LENGTH(LENGTH OF WS-DWEXT-RECORD)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-DW-WRITE-FAILED TO TRUE
           END-IF.
