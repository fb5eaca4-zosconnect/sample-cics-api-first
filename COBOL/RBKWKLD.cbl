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
      * RBKWKLD  - Cataloguer team workload. Gathers every owning     *
      *            team's open work from the five worklists it piles  *
      *            up on - OPEN RBKSUGG suggestions, PENDING RBKWEED  *
      *            proposals, publish approvals still waiting on      *
      *            their second person (RBKAPPR), RBKDQSC             *
      *            completeness entries failing any check and OPEN    *
      *            RBKPROP purchase proposals - routing items keyed   *
      *            by formNumber to the team owning the book's        *
      *            topic2. Each team's items are counted by type and  *
      *            age band, with those past its SLA (WS-WKLD-SLA-    *
      *            DAYS, RBKTHRS WORKLOAD overrides) and its oldest   *
      *            items. Every run returns one WS-WKLD-LIST-ENTRY    *
      *            per team and type; the nightly run also WRITEQs    *
      *            the report to WS-WKLD-TDQ and re-raises a WORKLOAD *
      *            alert on RBKALERT for each team with items past    *
      *            its SLA, for the RBK4 dashboard. Optionally held   *
      *            to one team                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKWKLD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

      * Open items counted, and entries returned
       01 WS-ITEM-TOTAL         PIC S9(8) COMP-5 VALUE 0.
       01 WS-ENTRY-COUNT        PIC S9(8) COMP-5 VALUE 0.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).
       01 WS-NOW-YYYYMMDD       PIC 9(8).

      * Tonight's SLA for a team with no RBKTHRS record of its own
       01 WS-SLA-DAYS           PIC S9(4) COMP-5 VALUE 0.

      * The item being counted: its type (subscript into
      * WS-WKLD-TYPE-NAME), owning team, reference (formNumber, or
      * the suggestion number), filing date and age in whole days
       01 WS-ITEM-TYPE          PIC S9(4) COMP-5.
       01 WS-ITEM-TEAM          PIC X(8).
       01 WS-ITEM-REF           PIC X(12).
       01 WS-ITEM-DATE          PIC X(10).
       01 WS-ITEM-YYYYMMDD      PIC 9(8).
       01 WS-ITEM-AGE           PIC S9(8) COMP-5.
       01 WS-ITEM-BAND          PIC S9(4) COMP-5.

       01 WS-BOOK-FOUND-SW      PIC X VALUE 'N'.
         88 WS-BOOK-FOUND         VALUE 'Y'.
         88 WS-BOOK-NOT-FOUND     VALUE 'N'.

      * The book whose RBKAPPR records are being walked, and the
      * latest of them so far - a book's records run in sequence
      * order, so the last one seen says where it stands
       01 WS-APPR-CURR-FORMNUM  PIC X(12) VALUE SPACES.
       01 WS-APPR-LAST-PHASE    PIC X.
       01 WS-APPR-LAST-STAMP    PIC X(32).

      * One entry per team, kept in team order: its SLA, per type
      * (the sixth being the TOTAL) the open count, the age bands,
      * how many are past the SLA and the oldest item, then the
      * team's oldest items across every type, oldest first; 50
      * teams is far more than the catalog has
       01 WS-WKT-TABLE.
         03 WS-WKT-ENTRY OCCURS 50 TIMES.
           05 WS-WKT-TEAM         PIC X(8).
           05 WS-WKT-SLA          PIC S9(4) COMP-5.
           05 WS-WKT-TYPE OCCURS 6 TIMES.
             07 WS-WKT-OPEN         PIC S9(8) COMP-5.
             07 WS-WKT-BAND         PIC S9(8) COMP-5
                                    OCCURS 4 TIMES.
             07 WS-WKT-OVERSLA      PIC S9(8) COMP-5.
             07 WS-WKT-OLD-REF      PIC X(12).
             07 WS-WKT-OLD-DATE     PIC X(10).
             07 WS-WKT-OLD-AGE      PIC S9(8) COMP-5.
           05 WS-WKT-OLDEST-COUNT PIC S9(4) COMP-5.
           05 WS-WKT-OLDEST OCCURS 5 TIMES.
             07 WS-WKT-OLDEST-TYPE  PIC X(8).
             07 WS-WKT-OLDEST-REF   PIC X(12).
             07 WS-WKT-OLDEST-DATE  PIC X(10).
             07 WS-WKT-OLDEST-AGE   PIC S9(8) COMP-5.
       01 WS-WKT-COUNT          PIC S9(8) COMP-5 VALUE 0.
       01 WS-WKT-I              PIC S9(8) COMP-5.
       01 WS-WKT-J              PIC S9(8) COMP-5.
       01 WS-WKT-K              PIC S9(8) COMP-5.
       01 WS-WKT-T              PIC S9(8) COMP-5.
       01 WS-WKT-B              PIC S9(8) COMP-5.

      * Last run's WORKLOAD alerts, collected during the browse and
      * deleted after it - one per team at most
       01 WS-ACLR-TABLE.
         03 WS-ACLR-KEY OCCURS 50 TIMES PIC X(16).
       01 WS-ACLR-COUNT         PIC S9(8) COMP-5 VALUE 0.
       01 WS-ACLR-I             PIC S9(8) COMP-5.

       01 WS-OPEN-DISPLAY       PIC Z(6)9.
       01 WS-BAND1-DISPLAY      PIC Z(6)9.
       01 WS-BAND2-DISPLAY      PIC Z(6)9.
       01 WS-BAND3-DISPLAY      PIC Z(6)9.
       01 WS-BAND4-DISPLAY      PIC Z(6)9.
       01 WS-OVER-DISPLAY       PIC Z(6)9.
       01 WS-SLA-DISPLAY        PIC Z(3)9.
       01 WS-AGE-DISPLAY        PIC Z(6)9.
       01 WS-RANK-DISPLAY       PIC 9.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * One team, or every team; with no request at all this is the
      * nightly run
           INITIALIZE WS-WKLD-REQUEST.
           EXEC CICS GET CONTAINER(WS-RBKPARM-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         INTO(WS-WKLD-REQUEST)
                         RESP(WS-RESP)
           END-EXEC.
           IF WS-WKLD-REQ-TEAM = LOW-VALUES THEN
              MOVE SPACES TO WS-WKLD-REQ-TEAM
           END-IF.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it) - a view is just a
      * read, not a run
           IF WS-WKLD-MODE-RUN THEN
              MOVE 'RBKWKLD' TO WS-JOBRUN-REQ-NAME
              MOVE WS-JOBRUN-REQ-NAME TO WS-RPTCAP-JOB
              SET WS-JOBRUN-PHASE-START TO TRUE
              MOVE 0 TO WS-JOBRUN-REQ-RECORDS
              MOVE SPACES TO WS-JOBRUN-REQ-OUTCOME
              EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-JOBRUN-REQUEST)
                            FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWJOBR')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
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
           COMPUTE WS-NOW-YYYYMMDD =
              FUNCTION NUMVAL(WS-NOW-STAMP(1:4)) * 10000 +
              FUNCTION NUMVAL(WS-NOW-STAMP(6:2)) * 100 +
              FUNCTION NUMVAL(WS-NOW-STAMP(9:2)).

           PERFORM LOAD-SLA-DEFAULT.

      * The five worklists, in report order
           PERFORM GATHER-SUGGESTIONS.
           PERFORM GATHER-WEEDING.
           PERFORM GATHER-APPROVALS.
           PERFORM GATHER-DQ-SCORES.
           PERFORM GATHER-PROPOSALS.

      * A named team with nothing open still answers, with zeros
           IF WS-WKLD-REQ-TEAM NOT = SPACES AND
              WS-WKT-COUNT = 0 THEN
              MOVE WS-WKLD-REQ-TEAM TO WS-ITEM-TEAM
              PERFORM FIND-TEAM THRU FIND-TEAM-EXIT
           END-IF.

           PERFORM VARYING WS-WKT-I FROM 1 BY 1
                     UNTIL WS-WKT-I > WS-WKT-COUNT
              PERFORM PUT-TEAM-ENTRIES
              IF WS-WKLD-MODE-RUN THEN
                 PERFORM REPORT-TEAM
              END-IF
           END-PERFORM.

      * This run's escalations replace last run's - a team that has
      * caught up simply stops appearing
           IF WS-WKLD-MODE-RUN THEN
              PERFORM CLEAR-WORKLOAD-ALERTS
                 THRU CLEAR-WORKLOAD-ALERTS-EXIT
              PERFORM VARYING WS-WKT-I FROM 1 BY 1
                        UNTIL WS-WKT-I > WS-WKT-COUNT
                 IF WS-WKT-OVERSLA(WS-WKT-I, 6) > 0 THEN
                    PERFORM RAISE-WORKLOAD-ALERT
                 END-IF
              END-PERFORM
           END-IF.

      * Tell the caller how many entries were returned
           EXEC CICS PUT CONTAINER(WS-NUMWKLD-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-ENTRY-COUNT)
                         FLENGTH(LENGTH OF WS-ENTRY-COUNT)
                         BIT
           END-EXEC.

      * Close this run's job-control record with the open items
      * counted
           IF WS-WKLD-MODE-RUN THEN
              SET WS-JOBRUN-PHASE-END TO TRUE
              MOVE WS-ITEM-TOTAL TO WS-JOBRUN-REQ-RECORDS
              MOVE 'OK' TO WS-JOBRUN-REQ-OUTCOME
              EXEC CICS PUT CONTAINER(WS-JOBRUN-CONT-NAME)
                            CHANNEL(WS-CHANNEL-NAME)
                            FROM(WS-JOBRUN-REQUEST)
                            FLENGTH(LENGTH OF WS-JOBRUN-REQUEST)
                            BIT
              END-EXEC
              EXEC CICS LINK PROGRAM('RBKWJOBR')
                        CHANNEL(WS-CHANNEL-NAME)
              END-EXEC
           END-IF.

       EXIT-PROGRAM.
           EXEC CICS RETURN END-EXEC.

      * The SLA every team starts from, overridable by RBKTHRS
      * WORKLOAD/SLADAYS
       LOAD-SLA-DEFAULT.
           MOVE WS-WKLD-SLA-DAYS TO WS-SLA-DAYS.
           MOVE 'WORKLOAD' TO WS-THRESH-KEY-CATEG.
           MOVE 'SLADAYS' TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-SLA-DAYS
           END-IF.

      * OPEN suggestions - already routed to a team when posted
       GATHER-SUGGESTIONS.
           MOVE 1 TO WS-ITEM-TYPE.
           MOVE LOW-VALUES TO WS-SUGGEST-KEY.
           EXEC CICS STARTBR FILE(WS-SUGGEST-FILE)
                       RIDFLD(WS-SUGGEST-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-SUGGEST-FILE)
                             INTO(WS-SUGGEST-RECORD)
                             RIDFLD(WS-SUGGEST-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-SUGGEST-IS-OPEN THEN
                    MOVE suggestTeam TO WS-ITEM-TEAM
                    MOVE suggestionNumber TO WS-ITEM-REF
                    MOVE suggestDate(1:10) TO WS-ITEM-DATE
                    PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SUGGEST-FILE) END-EXEC
           END-IF.

      * PENDING weeding proposals, aged from the scan that filed them
       GATHER-WEEDING.
           MOVE 2 TO WS-ITEM-TYPE.
           MOVE LOW-VALUES TO WS-WEED-KEY.
           EXEC CICS STARTBR FILE(WS-WEED-FILE)
                       RIDFLD(WS-WEED-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-WEED-FILE)
                             INTO(WS-WEED-RECORD)
                             RIDFLD(WS-WEED-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-WEED-IS-PENDING THEN
                    MOVE WS-WEED-KEY TO WS-ITEM-REF
                    PERFORM RESOLVE-BOOK-TEAM
                       THRU RESOLVE-BOOK-TEAM-EXIT
                    MOVE weedProposedDate(1:10) TO WS-ITEM-DATE
                    PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-WEED-FILE) END-EXEC
           END-IF.

      * Publish requests nobody has approved yet: each book's run of
      * RBKAPPR records is judged when the next book's starts, and
      * the last book's after the browse
       GATHER-APPROVALS.
           MOVE 3 TO WS-ITEM-TYPE.
           MOVE SPACES TO WS-APPR-CURR-FORMNUM.
           MOVE LOW-VALUES TO WS-APPR-KEY.
           EXEC CICS STARTBR FILE(WS-APPR-FILE)
                       RIDFLD(WS-APPR-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-APPR-FILE)
                             INTO(WS-APPR-RECORD)
                             RIDFLD(WS-APPR-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-APPR-KEY-FORMNUM NOT = WS-APPR-CURR-FORMNUM
                 THEN
                    PERFORM JUDGE-APPROVAL THRU JUDGE-APPROVAL-EXIT
                    MOVE WS-APPR-KEY-FORMNUM TO WS-APPR-CURR-FORMNUM
                 END-IF
                 MOVE approvalPhase TO WS-APPR-LAST-PHASE
                 MOVE approvalStamp TO WS-APPR-LAST-STAMP
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-APPR-FILE) END-EXEC
              PERFORM JUDGE-APPROVAL THRU JUDGE-APPROVAL-EXIT
           END-IF.

      * A book whose latest record is the request, and which still
      * sits PENDING, is waiting on its second person - aged from
      * the request
       JUDGE-APPROVAL.
           IF WS-APPR-CURR-FORMNUM = SPACES OR
              WS-APPR-LAST-PHASE NOT = 'Q' THEN
              GO TO JUDGE-APPROVAL-EXIT
           END-IF.
           MOVE WS-APPR-CURR-FORMNUM TO WS-ITEM-REF.
           PERFORM RESOLVE-BOOK-TEAM THRU RESOLVE-BOOK-TEAM-EXIT.
           IF WS-BOOK-NOT-FOUND OR
              Xstatus OF Redbook OF WS-BOOK NOT = "PENDING" THEN
              GO TO JUDGE-APPROVAL-EXIT
           END-IF.
           MOVE WS-APPR-LAST-STAMP(1:10) TO WS-ITEM-DATE.
           PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT.
       JUDGE-APPROVAL-EXIT.
           EXIT.

      * Completeness entries failing any check. The scan re-scores
      * every book nightly, so an entry is aged from the book's
      * last update - how long the record has sat incomplete
       GATHER-DQ-SCORES.
           MOVE 4 TO WS-ITEM-TYPE.
           MOVE LOW-VALUES TO WS-DQSC-KEY.
           EXEC CICS STARTBR FILE(WS-DQSC-FILE)
                       RIDFLD(WS-DQSC-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-DQSC-FILE)
                             INTO(WS-DQSC-RECORD)
                             RIDFLD(WS-DQSC-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF dqScore < 100 THEN
                    MOVE WS-DQSC-KEY TO WS-ITEM-REF
                    PERFORM RESOLVE-BOOK-TEAM
                       THRU RESOLVE-BOOK-TEAM-EXIT
                    IF WS-BOOK-FOUND THEN
                       MOVE lastUpdatedTimestamp OF Redbook OF WS-BOOK
                         (1:10) TO WS-ITEM-DATE
                    ELSE
                       MOVE dqScoredDate(1:10) TO WS-ITEM-DATE
                    END-IF
                    PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-DQSC-FILE) END-EXEC
           END-IF.

      * OPEN purchase proposals, aged from when they were filed or
      * last refreshed
       GATHER-PROPOSALS.
           MOVE 5 TO WS-ITEM-TYPE.
           MOVE LOW-VALUES TO WS-PROP-KEY.
           EXEC CICS STARTBR FILE(WS-PROP-FILE)
                       RIDFLD(WS-PROP-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-PROP-FILE)
                             INTO(WS-PROP-RECORD)
                             RIDFLD(WS-PROP-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-PROP-IS-OPEN THEN
                    MOVE WS-PROP-KEY TO WS-ITEM-REF
                    PERFORM RESOLVE-BOOK-TEAM
                       THRU RESOLVE-BOOK-TEAM-EXIT
                    MOVE proposalDate(1:10) TO WS-ITEM-DATE
                    PERFORM TALLY-ITEM THRU TALLY-ITEM-EXIT
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-PROP-FILE) END-EXEC
           END-IF.

      * The team owning the book in WS-ITEM-REF - the RBKTOPIC owner
      * of its topic2, spaces when the book is gone or its topic is
      * unowned or unknown
       RESOLVE-BOOK-TEAM.
           MOVE SPACES TO WS-ITEM-TEAM.
           SET WS-BOOK-NOT-FOUND TO TRUE.
           EXEC CICS READ FILE(WS-REDBOOK-FILE)
                     RIDFLD(WS-ITEM-REF)
                     INTO(WS-BOOK)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL) THEN
              GO TO RESOLVE-BOOK-TEAM-EXIT
           END-IF.
           SET WS-BOOK-FOUND TO TRUE.
           IF topic-existence OF Redbook OF WS-BOOK = 0 OR
              topic2 OF Redbook OF WS-BOOK = SPACES THEN
              GO TO RESOLVE-BOOK-TEAM-EXIT
           END-IF.
           MOVE topic2 OF Redbook OF WS-BOOK TO WS-TOPIC-KEY.
           EXEC CICS READ FILE(WS-TOPIC-FILE)
                     RIDFLD(WS-TOPIC-KEY)
                     INTO(WS-TOPIC-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE topicTeam OF WS-TOPIC-RECORD TO WS-ITEM-TEAM
           END-IF.
       RESOLVE-BOOK-TEAM-EXIT.
           EXIT.

      * Count one open item against its team - under its own type
      * and under the team's TOTAL - and offer it to the team's
      * oldest-items list
       TALLY-ITEM.
           IF WS-ITEM-TEAM = SPACES OR
              WS-ITEM-TEAM = LOW-VALUES THEN
              MOVE WS-WKLD-UNOWNED TO WS-ITEM-TEAM
           END-IF.
           IF WS-WKLD-REQ-TEAM NOT = SPACES AND
              WS-ITEM-TEAM NOT = WS-WKLD-REQ-TEAM THEN
              GO TO TALLY-ITEM-EXIT
           END-IF.
           PERFORM FIND-TEAM THRU FIND-TEAM-EXIT.
           IF WS-WKT-I = 0 THEN
              GO TO TALLY-ITEM-EXIT
           END-IF.

           PERFORM AGE-ITEM.
           EVALUATE TRUE
              WHEN WS-ITEM-AGE <= WS-WKLD-BAND1-DAYS
                 MOVE 1 TO WS-ITEM-BAND
              WHEN WS-ITEM-AGE <= WS-WKLD-BAND2-DAYS
                 MOVE 2 TO WS-ITEM-BAND
              WHEN WS-ITEM-AGE <= WS-WKLD-BAND3-DAYS
                 MOVE 3 TO WS-ITEM-BAND
              WHEN OTHER
                 MOVE 4 TO WS-ITEM-BAND
           END-EVALUATE.
           ADD 1 TO WS-ITEM-TOTAL.

           MOVE WS-ITEM-TYPE TO WS-WKT-T.
           PERFORM COUNT-INTO-TYPE.
           MOVE WS-WKLD-TYPE-COUNT TO WS-WKT-T.
           PERFORM COUNT-INTO-TYPE.
           PERFORM RANK-OLDEST-ITEM THRU RANK-OLDEST-ITEM-EXIT.
       TALLY-ITEM-EXIT.
           EXIT.

      * Whole days since WS-ITEM-DATE (YYYY-MM-DD); an item with no
      * usable date counts as filed today
       AGE-ITEM.
           MOVE 0 TO WS-ITEM-AGE.
           IF WS-ITEM-DATE(1:4) IS NUMERIC AND
              WS-ITEM-DATE(6:2) IS NUMERIC AND
              WS-ITEM-DATE(9:2) IS NUMERIC THEN
              MOVE WS-ITEM-DATE(1:4) TO WS-ITEM-YYYYMMDD(1:4)
              MOVE WS-ITEM-DATE(6:2) TO WS-ITEM-YYYYMMDD(5:2)
              MOVE WS-ITEM-DATE(9:2) TO WS-ITEM-YYYYMMDD(7:2)
              COMPUTE WS-ITEM-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-NOW-YYYYMMDD) -
                 FUNCTION INTEGER-OF-DATE(WS-ITEM-YYYYMMDD)
              IF WS-ITEM-AGE < 0 THEN
                 MOVE 0 TO WS-ITEM-AGE
              END-IF
           END-IF.

      * One item into type WS-WKT-T of team WS-WKT-I
       COUNT-INTO-TYPE.
           ADD 1 TO WS-WKT-OPEN(WS-WKT-I, WS-WKT-T).
           ADD 1 TO WS-WKT-BAND(WS-WKT-I, WS-WKT-T, WS-ITEM-BAND).
           IF WS-ITEM-AGE > WS-WKT-SLA(WS-WKT-I) THEN
              ADD 1 TO WS-WKT-OVERSLA(WS-WKT-I, WS-WKT-T)
           END-IF.
           IF WS-WKT-OPEN(WS-WKT-I, WS-WKT-T) = 1 OR
              WS-ITEM-AGE > WS-WKT-OLD-AGE(WS-WKT-I, WS-WKT-T) THEN
              MOVE WS-ITEM-REF TO WS-WKT-OLD-REF(WS-WKT-I, WS-WKT-T)
              MOVE WS-ITEM-DATE TO
                WS-WKT-OLD-DATE(WS-WKT-I, WS-WKT-T)
              MOVE WS-ITEM-AGE TO WS-WKT-OLD-AGE(WS-WKT-I, WS-WKT-T)
           END-IF.

      * The team's oldest few, oldest first: the item goes in ahead
      * of the first one younger than it, pushing the rest down and
      * the youngest off the end
       RANK-OLDEST-ITEM.
           PERFORM VARYING WS-WKT-K FROM 1 BY 1
                     UNTIL WS-WKT-K > WS-WKT-OLDEST-COUNT(WS-WKT-I)
              IF WS-ITEM-AGE > WS-WKT-OLDEST-AGE(WS-WKT-I, WS-WKT-K)
              THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-WKT-K > WS-WKLD-OLDEST-MAX THEN
              GO TO RANK-OLDEST-ITEM-EXIT
           END-IF.
           IF WS-WKT-OLDEST-COUNT(WS-WKT-I) < WS-WKLD-OLDEST-MAX THEN
              ADD 1 TO WS-WKT-OLDEST-COUNT(WS-WKT-I)
           END-IF.
           PERFORM VARYING WS-WKT-J
                      FROM WS-WKT-OLDEST-COUNT(WS-WKT-I) BY -1
                     UNTIL WS-WKT-J <= WS-WKT-K
              MOVE WS-WKT-OLDEST(WS-WKT-I, WS-WKT-J - 1) TO
                WS-WKT-OLDEST(WS-WKT-I, WS-WKT-J)
           END-PERFORM.
           MOVE WS-WKLD-TYPE-NAME(WS-ITEM-TYPE) TO
             WS-WKT-OLDEST-TYPE(WS-WKT-I, WS-WKT-K).
           MOVE WS-ITEM-REF TO WS-WKT-OLDEST-REF(WS-WKT-I, WS-WKT-K).
           MOVE WS-ITEM-DATE TO
             WS-WKT-OLDEST-DATE(WS-WKT-I, WS-WKT-K).
           MOVE WS-ITEM-AGE TO WS-WKT-OLDEST-AGE(WS-WKT-I, WS-WKT-K).
       RANK-OLDEST-ITEM-EXIT.
           EXIT.

      * WS-WKT-I set to WS-ITEM-TEAM's entry, a new one slotted in
      * team order (with the team's SLA, RBKTHRS WORKLOAD/<team>
      * overriding the default) when it has none yet; zero when
      * the table is full
       FIND-TEAM.
           PERFORM VARYING WS-WKT-I FROM 1 BY 1
                     UNTIL WS-WKT-I > WS-WKT-COUNT
              IF WS-WKT-TEAM(WS-WKT-I) >= WS-ITEM-TEAM THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF WS-WKT-I <= WS-WKT-COUNT THEN
              IF WS-WKT-TEAM(WS-WKT-I) = WS-ITEM-TEAM THEN
                 GO TO FIND-TEAM-EXIT
              END-IF
           END-IF.
           IF WS-WKT-COUNT >= 50 THEN
              MOVE 0 TO WS-WKT-I
              GO TO FIND-TEAM-EXIT
           END-IF.

           ADD 1 TO WS-WKT-COUNT.
           PERFORM VARYING WS-WKT-J FROM WS-WKT-COUNT BY -1
                     UNTIL WS-WKT-J <= WS-WKT-I
              MOVE WS-WKT-ENTRY(WS-WKT-J - 1) TO WS-WKT-ENTRY(WS-WKT-J)
           END-PERFORM.
           INITIALIZE WS-WKT-ENTRY(WS-WKT-I).
           MOVE WS-ITEM-TEAM TO WS-WKT-TEAM(WS-WKT-I).
           MOVE WS-SLA-DAYS TO WS-WKT-SLA(WS-WKT-I).
           MOVE 'WORKLOAD' TO WS-THRESH-KEY-CATEG.
           MOVE WS-ITEM-TEAM TO WS-THRESH-KEY-NAME.
           EXEC CICS READ FILE(WS-THRESH-FILE)
                     RIDFLD(WS-THRESH-KEY)
                     INTO(WS-THRESH-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-THRESH-REC-LIMIT TO WS-WKT-SLA(WS-WKT-I)
           END-IF.
       FIND-TEAM-EXIT.
           EXIT.

      * Team WS-WKT-I's six entries, TOTAL last, onto the response
      * container
       PUT-TEAM-ENTRIES.
           PERFORM VARYING WS-WKT-T FROM 1 BY 1
                     UNTIL WS-WKT-T > WS-WKLD-TYPE-COUNT
              MOVE WS-WKT-TEAM(WS-WKT-I) TO WS-WKLD-LIST-TEAM
              MOVE WS-WKLD-TYPE-NAME(WS-WKT-T) TO WS-WKLD-LIST-TYPE
              MOVE WS-WKT-OPEN(WS-WKT-I, WS-WKT-T) TO
                WS-WKLD-LIST-OPEN
              PERFORM VARYING WS-WKT-B FROM 1 BY 1
                        UNTIL WS-WKT-B > 4
                 MOVE WS-WKT-BAND(WS-WKT-I, WS-WKT-T, WS-WKT-B) TO
                   WS-WKLD-LIST-BAND(WS-WKT-B)
              END-PERFORM
              MOVE WS-WKT-OVERSLA(WS-WKT-I, WS-WKT-T) TO
                WS-WKLD-LIST-OVERSLA
              MOVE WS-WKT-SLA(WS-WKT-I) TO WS-WKLD-LIST-SLA
              MOVE WS-WKT-OLD-REF(WS-WKT-I, WS-WKT-T) TO
                WS-WKLD-LIST-OLD-REF
              MOVE WS-WKT-OLD-DATE(WS-WKT-I, WS-WKT-T) TO
                WS-WKLD-LIST-OLD-DATE
              MOVE WS-WKT-OLD-AGE(WS-WKT-I, WS-WKT-T) TO
                WS-WKLD-LIST-OLD-AGE
              EXEC CICS PUT CONTAINER(WS-WKLDLST-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-WKLD-LIST-ENTRY)
                         FLENGTH(LENGTH OF WS-WKLD-LIST-ENTRY)
                         BIT
                         APPEND
              END-EXEC
              ADD 1 TO WS-ENTRY-COUNT
           END-PERFORM.

      * Team WS-WKT-I on the report: a TEAM line per type, TOTAL
      * last, then an OLDEST line per listed item
       REPORT-TEAM.
           PERFORM VARYING WS-WKT-T FROM 1 BY 1
                     UNTIL WS-WKT-T > WS-WKLD-TYPE-COUNT
              MOVE WS-WKT-OPEN(WS-WKT-I, WS-WKT-T) TO WS-OPEN-DISPLAY
              MOVE WS-WKT-BAND(WS-WKT-I, WS-WKT-T, 1) TO
                WS-BAND1-DISPLAY
              MOVE WS-WKT-BAND(WS-WKT-I, WS-WKT-T, 2) TO
                WS-BAND2-DISPLAY
              MOVE WS-WKT-BAND(WS-WKT-I, WS-WKT-T, 3) TO
                WS-BAND3-DISPLAY
              MOVE WS-WKT-BAND(WS-WKT-I, WS-WKT-T, 4) TO
                WS-BAND4-DISPLAY
              MOVE WS-WKT-OVERSLA(WS-WKT-I, WS-WKT-T) TO
                WS-OVER-DISPLAY
              MOVE WS-WKT-SLA(WS-WKT-I) TO WS-SLA-DISPLAY
              MOVE WS-WKT-OLD-AGE(WS-WKT-I, WS-WKT-T) TO
                WS-AGE-DISPLAY
      * TEAM,team,type,open,band 1,band 2,band 3,band 4,past SLA,
      * SLA days,oldest item,its date,its age in days
              MOVE SPACES TO WS-WKLD-RECORD
              MOVE 1 TO WS-WKLD-PTR
              STRING "TEAM," DELIMITED BY SIZE
                     WS-WKT-TEAM(WS-WKT-I) DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-WKLD-TYPE-NAME(WS-WKT-T) DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-OPEN-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-BAND1-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-BAND2-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-BAND3-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-BAND4-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-OVER-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-SLA-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-WKT-OLD-REF(WS-WKT-I, WS-WKT-T)
                       DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-WKT-OLD-DATE(WS-WKT-I, WS-WKT-T)
                       DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-AGE-DISPLAY DELIMITED BY SIZE
                   INTO WS-WKLD-RECORD
                   WITH POINTER WS-WKLD-PTR
              END-STRING
              PERFORM EMIT-WKLD-LINE
           END-PERFORM.

      * OLDEST,team,rank,type,item,date,age in days
           PERFORM VARYING WS-WKT-K FROM 1 BY 1
                     UNTIL WS-WKT-K > WS-WKT-OLDEST-COUNT(WS-WKT-I)
              MOVE WS-WKT-K TO WS-RANK-DISPLAY
              MOVE WS-WKT-OLDEST-AGE(WS-WKT-I, WS-WKT-K) TO
                WS-AGE-DISPLAY
              MOVE SPACES TO WS-WKLD-RECORD
              MOVE 1 TO WS-WKLD-PTR
              STRING "OLDEST," DELIMITED BY SIZE
                     WS-WKT-TEAM(WS-WKT-I) DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-RANK-DISPLAY DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     WS-WKT-OLDEST-TYPE(WS-WKT-I, WS-WKT-K)
                       DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-WKT-OLDEST-REF(WS-WKT-I, WS-WKT-K)
                       DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-WKT-OLDEST-DATE(WS-WKT-I, WS-WKT-K)
                       DELIMITED BY SPACE
                     "," DELIMITED BY SIZE
                     WS-AGE-DISPLAY DELIMITED BY SIZE
                   INTO WS-WKLD-RECORD
                   WITH POINTER WS-WKLD-PTR
              END-STRING
              PERFORM EMIT-WKLD-LINE
           END-PERFORM.

      * One report line to the run's capture queue and the report
      * queue
       EMIT-WKLD-LINE.
           EXEC CICS WRITEQ TS QUEUE(WS-RPTCAP-TSQ)
                         FROM(WS-WKLD-RECORD)
                         LENGTH(LENGTH OF WS-WKLD-RECORD)
                         NOHANDLE
           END-EXEC.
           EXEC CICS WRITEQ TD QUEUE(WS-WKLD-TDQ)
                         FROM(WS-WKLD-RECORD)
                         LENGTH(LENGTH OF WS-WKLD-RECORD)
                         RESP(WS-RESP)
           END-EXEC.

      * Last run's WORKLOAD alerts go - just the one team's when the
      * run is held to a team, so the others' still stand
       CLEAR-WORKLOAD-ALERTS.
           MOVE 'WORKLOAD' TO WS-ALERT-KEY-CATEG.
           IF WS-WKLD-REQ-TEAM NOT = SPACES THEN
              MOVE WS-WKLD-REQ-TEAM TO WS-ALERT-KEY-NAME
              EXEC CICS DELETE FILE(WS-ALERT-FILE)
                        RIDFLD(WS-ALERT-KEY)
                        RESP(WS-RESP)
              END-EXEC
              GO TO CLEAR-WORKLOAD-ALERTS-EXIT
           END-IF.

           MOVE 0 TO WS-ACLR-COUNT.
           MOVE LOW-VALUES TO WS-ALERT-KEY-NAME.
           EXEC CICS STARTBR FILE(WS-ALERT-FILE)
                       RIDFLD(WS-ALERT-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-ALERT-FILE)
                             INTO(WS-ALERT-RECORD)
                             RIDFLD(WS-ALERT-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-ALERT-KEY-CATEG NOT = 'WORKLOAD' THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-ACLR-COUNT < 50 THEN
                    ADD 1 TO WS-ACLR-COUNT
                    MOVE WS-ALERT-KEY TO WS-ACLR-KEY(WS-ACLR-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-ALERT-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-ACLR-I FROM 1 BY 1
                     UNTIL WS-ACLR-I > WS-ACLR-COUNT
              MOVE WS-ACLR-KEY(WS-ACLR-I) TO WS-ALERT-KEY
              EXEC CICS DELETE FILE(WS-ALERT-FILE)
                        RIDFLD(WS-ALERT-KEY)
                        RESP(WS-RESP)
              END-EXEC
           END-PERFORM.
       CLEAR-WORKLOAD-ALERTS-EXIT.
           EXIT.

      * Team WS-WKT-I has items past its SLA: the count against the
      * SLA, naming the oldest item, under WORKLOAD/<team>
       RAISE-WORKLOAD-ALERT.
           MOVE 'WORKLOAD' TO WS-ALERT-KEY-CATEG.
           MOVE WS-WKT-TEAM(WS-WKT-I) TO WS-ALERT-KEY-NAME.
           MOVE WS-ALERT-KEY-CATEG TO WS-ALERT-REC-CATEG.
           MOVE WS-ALERT-KEY-NAME TO WS-ALERT-REC-NAME.
           MOVE WS-WKT-OVERSLA(WS-WKT-I, WS-WKLD-TYPE-COUNT) TO
             WS-ALERT-REC-VALUE.
           MOVE WS-WKT-SLA(WS-WKT-I) TO WS-ALERT-REC-LIMIT.
           MOVE WS-NOW-STAMP(1:25) TO WS-ALERT-REC-STAMP.
           MOVE SPACES TO WS-ALERT-REC-TEXT.
           STRING "items past SLA, oldest " DELIMITED BY SIZE
                  WS-WKT-OLDEST-TYPE(WS-WKT-I, 1) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-WKT-OLDEST-REF(WS-WKT-I, 1) DELIMITED BY SPACE
                  " of " DELIMITED BY SIZE
                  WS-WKT-OLDEST-DATE(WS-WKT-I, 1) DELIMITED BY SIZE
                  INTO WS-ALERT-REC-TEXT
           END-STRING.

           EXEC CICS DELETE FILE(WS-ALERT-FILE)
                     RIDFLD(WS-ALERT-KEY)
                     RESP(WS-RESP)
           END-EXEC.
           EXEC CICS WRITE FILE(WS-ALERT-FILE)
                     RIDFLD(WS-ALERT-KEY)
                     FROM(WS-ALERT-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
