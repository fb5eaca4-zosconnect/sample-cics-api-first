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
      * RBKRECBD - "Borrowed together" build (nightly): scores every  *
      *            pair of books that turn up together in one         *
      *            person's loans (RBKLOAN, by borrower), one user's  *
      *            watch list (RBKFAV) or one reading list            *
      *            (RBKLITEM), recency-weighted the way RBKTREND      *
      *            weights loans (this quarter three, this year two,  *
      *            ever one - a pair takes the weight of its older    *
      *            half), and rewrites RBKRECO with each book's top   *
      *            WS-RECO-KEEP partners for RBKRECOP to serve.       *
      *            Loans already anonymized by the retention scrub    *
      *            belong to nobody and are left out. Modeled on      *
      *            RBKTREND                                           *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKRECBD.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-Q-ABSTIME          PIC S9(15) COMP-3.
       01 WS-Y-ABSTIME          PIC S9(15) COMP-3.
       01 WS-CUT-DATE           PIC X(10).
       01 WS-CUT-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).
       01 WS-QTR-STAMP          PIC X(32).
       01 WS-YEAR-STAMP         PIC X(32).

      * The loans, collected then sorted by borrower so each person's
      * borrowing arrives together - RBKLOAN is keyed by book
       01 WS-LN-TABLE.
         03 WS-LN-ENTRY OCCURS 2000 TIMES.
           05 WS-LN-BORROWER      PIC X(40).
           05 WS-LN-FORMNUM       PIC X(12).
           05 WS-LN-WEIGHT        PIC 9.
       01 WS-LN-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-LN-I               PIC S9(4) COMP-5.
       01 WS-LN-J               PIC S9(4) COMP-5.
       01 WS-LN-TEMP.
         03 WS-LN-TEMP-BORROWER   PIC X(40).
         03 WS-LN-TEMP-FORMNUM    PIC X(12).
         03 WS-LN-TEMP-WEIGHT     PIC 9.

      * One basket - the books one borrower, watcher or list holds -
      * each with its recency weight
       01 WS-BSK-OWNER          PIC X(40).
       01 WS-BSK-TABLE.
         03 WS-BSK-ENTRY OCCURS 50 TIMES.
           05 WS-BSK-FORMNUM      PIC X(12).
           05 WS-BSK-WEIGHT       PIC 9.
       01 WS-BSK-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-BSK-I              PIC S9(4) COMP-5.
       01 WS-BSK-J              PIC S9(4) COMP-5.
       01 WS-BSK-FOUND          PIC S9(4) COMP-5.

      * The item being added to the basket
       01 WS-ITEM-FORMNUM       PIC X(12).
       01 WS-ITEM-STAMP         PIC X(32).
       01 WS-ITEM-WEIGHT        PIC 9.

      * Every scored pair, lower formNumber first. A pair that finds
      * the table full is counted and dropped.
       01 WS-PR-TABLE.
         03 WS-PR-ENTRY OCCURS 3000 TIMES.
           05 WS-PR-A             PIC X(12).
           05 WS-PR-B             PIC X(12).
           05 WS-PR-SCORE         PIC S9(8) COMP-5.
       01 WS-PR-COUNT           PIC S9(8) COMP-5 VALUE 0.
       01 WS-PR-DROPPED         PIC S9(8) COMP-5 VALUE 0.
       01 WS-PR-I               PIC S9(8) COMP-5.
       01 WS-PR-FOUND           PIC S9(8) COMP-5.
       01 WS-PAIR-A             PIC X(12).
       01 WS-PAIR-B             PIC X(12).
       01 WS-PAIR-WEIGHT        PIC 9.

      * The books with at least one pair, and the one being ranked
       01 WS-RB-TABLE.
         03 WS-RB-FORMNUM OCCURS 500 TIMES PIC X(12).
       01 WS-RB-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-RB-I               PIC S9(4) COMP-5.
       01 WS-RB-J               PIC S9(4) COMP-5.
       01 WS-RB-FOUND           PIC S9(4) COMP-5.

      * One book's partners, picked off best-first
       01 WS-PT-TABLE.
         03 WS-PT-ENTRY OCCURS 500 TIMES.
           05 WS-PT-FORMNUM       PIC X(12).
           05 WS-PT-SCORE         PIC S9(8) COMP-5.
       01 WS-PT-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-PT-I               PIC S9(4) COMP-5.
       01 WS-PT-BEST            PIC S9(4) COMP-5.
       01 WS-PT-RANK            PIC S9(4) COMP-5.

      * The books the previous build left on file, cleared first
       01 WS-OLD-TABLE.
         03 WS-OLD-FORMNUM OCCURS 500 TIMES PIC X(12).
       01 WS-OLD-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-OLD-I              PIC S9(4) COMP-5.

       01 WS-LIST-PREV          PIC X(12).

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKRECBD' TO WS-JOBRUN-REQ-NAME.
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

      * The recency boundaries: 90 days (last quarter) and 365 days
      * back from now, built the way RBKTREND builds them
           EXEC CICS ASKTIME ABSTIME(WS-NOW-ABSTIME) END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(WS-NOW-ABSTIME)
                     YYYYMMDD(WS-CUT-DATE)
                     DATESEP('-')
                     TIME(WS-CUT-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-CUT-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-CUT-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-NOW-STAMP.
           COMPUTE WS-Q-ABSTIME = WS-NOW-ABSTIME - 7776000000.
           COMPUTE WS-Y-ABSTIME = WS-NOW-ABSTIME - 31536000000.
           EXEC CICS FORMATTIME ABSTIME(WS-Q-ABSTIME)
                     YYYYMMDD(WS-CUT-DATE)
                     DATESEP('-')
                     TIME(WS-CUT-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-CUT-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-CUT-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-QTR-STAMP.
           EXEC CICS FORMATTIME ABSTIME(WS-Y-ABSTIME)
                     YYYYMMDD(WS-CUT-DATE)
                     DATESEP('-')
                     TIME(WS-CUT-TIME)
                     TIMESEP(':')
           END-EXEC.
           STRING WS-CUT-DATE DELIMITED BY SIZE
                  "T" DELIMITED BY SIZE
                  WS-CUT-TIME DELIMITED BY SIZE
                  "Z[UTC]" DELIMITED BY SIZE
                  INTO WS-YEAR-STAMP.

           PERFORM SCORE-LOANS.
           PERFORM SCORE-FAVORITES.
           PERFORM SCORE-READING-LISTS.

           PERFORM CLEAR-OLD-RECOMMENDATIONS.

      * Every book with a partner gets its ranked list written
           PERFORM VARYING WS-PR-I FROM 1 BY 1
                     UNTIL WS-PR-I > WS-PR-COUNT
              MOVE WS-PR-A(WS-PR-I) TO WS-ITEM-FORMNUM
              PERFORM NOTE-RANKED-BOOK
              MOVE WS-PR-B(WS-PR-I) TO WS-ITEM-FORMNUM
              PERFORM NOTE-RANKED-BOOK
           END-PERFORM.
           PERFORM VARYING WS-RB-I FROM 1 BY 1
                     UNTIL WS-RB-I > WS-RB-COUNT
              PERFORM WRITE-ONE-BOOK
           END-PERFORM.

      * Tell the caller how many pairs were scored
           EXEC CICS PUT CONTAINER(WS-NUMRECO-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-PR-COUNT)
                         FLENGTH(LENGTH OF WS-PR-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-PR-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Source one: loans, gathered, sorted by borrower and swept
      * one borrower's basket at a time
       SCORE-LOANS.
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
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-LN-COUNT >= 2000 THEN
                    EXIT PERFORM
                 END-IF
                 IF borrower OF WS-LOAN-RECORD NOT = SPACES AND
                    borrower OF WS-LOAN-RECORD NOT =
                       WS-ANONYMIZED-NAME THEN
                    ADD 1 TO WS-LN-COUNT
                    MOVE borrower OF WS-LOAN-RECORD TO
                      WS-LN-BORROWER(WS-LN-COUNT)
                    MOVE WS-LOAN-KEY-FORMNUM TO
                      WS-LN-FORMNUM(WS-LN-COUNT)
                    MOVE checkoutDate OF WS-LOAN-RECORD TO
                      WS-ITEM-STAMP
                    PERFORM WEIGH-ITEM
                    MOVE WS-ITEM-WEIGHT TO WS-LN-WEIGHT(WS-LN-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LOAN-FILE) END-EXEC
           END-IF.

      * A simple insertion sort on borrower
           PERFORM VARYING WS-LN-I FROM 2 BY 1
                     UNTIL WS-LN-I > WS-LN-COUNT
              MOVE WS-LN-ENTRY(WS-LN-I) TO WS-LN-TEMP
              MOVE WS-LN-I TO WS-LN-J
              PERFORM UNTIL WS-LN-J < 2 OR
                 WS-LN-BORROWER(WS-LN-J - 1) <= WS-LN-TEMP-BORROWER
                 MOVE WS-LN-ENTRY(WS-LN-J - 1) TO WS-LN-ENTRY(WS-LN-J)
                 SUBTRACT 1 FROM WS-LN-J
              END-PERFORM
              MOVE WS-LN-TEMP TO WS-LN-ENTRY(WS-LN-J)
           END-PERFORM.

           MOVE 0 TO WS-BSK-COUNT.
           MOVE SPACES TO WS-BSK-OWNER.
           PERFORM VARYING WS-LN-I FROM 1 BY 1
                     UNTIL WS-LN-I > WS-LN-COUNT
              IF WS-LN-BORROWER(WS-LN-I) NOT = WS-BSK-OWNER THEN
                 PERFORM FLUSH-BASKET
                 MOVE WS-LN-BORROWER(WS-LN-I) TO WS-BSK-OWNER
              END-IF
              MOVE WS-LN-FORMNUM(WS-LN-I) TO WS-ITEM-FORMNUM
              MOVE WS-LN-WEIGHT(WS-LN-I) TO WS-ITEM-WEIGHT
              PERFORM ADD-TO-BASKET
           END-PERFORM.
           PERFORM FLUSH-BASKET.

      * Source two: watch lists - RBKFAV is keyed userid-first, so
      * one user's favorites already arrive together
       SCORE-FAVORITES.
           MOVE 0 TO WS-BSK-COUNT.
           MOVE SPACES TO WS-BSK-OWNER.
           MOVE LOW-VALUES TO WS-FAVORITE-KEY.
           EXEC CICS STARTBR FILE(WS-FAVORITE-FILE)
                       RIDFLD(WS-FAVORITE-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-FAVORITE-FILE)
                             INTO(WS-FAVORITE-RECORD)
                             RIDFLD(WS-FAVORITE-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-FAVORITE-REC-USERID NOT = WS-BSK-OWNER THEN
                    PERFORM FLUSH-BASKET
                    MOVE WS-FAVORITE-REC-USERID TO WS-BSK-OWNER
                 END-IF
                 MOVE WS-FAVORITE-REC-FORMNUM TO WS-ITEM-FORMNUM
                 MOVE WS-FAVORITE-REC-CREATED TO WS-ITEM-STAMP
                 PERFORM WEIGH-ITEM
                 PERFORM ADD-TO-BASKET
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-FAVORITE-FILE) END-EXEC
           END-IF.
           PERFORM FLUSH-BASKET.

      * Source three: reading lists - RBKLITEM is keyed by list id,
      * and every member takes the recency of the list's creation
       SCORE-READING-LISTS.
           MOVE 0 TO WS-BSK-COUNT.
           MOVE SPACES TO WS-BSK-OWNER.
           MOVE LOW-VALUES TO WS-LITEM-KEY.
           EXEC CICS STARTBR FILE(WS-LITEM-FILE)
                       RIDFLD(WS-LITEM-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-LITEM-FILE)
                             INTO(WS-LITEM-RECORD)
                             RIDFLD(WS-LITEM-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-LITEM-KEY-LISTID NOT = WS-BSK-OWNER THEN
                    PERFORM FLUSH-BASKET
                    MOVE WS-LITEM-KEY-LISTID TO WS-BSK-OWNER
                    MOVE WS-LITEM-KEY-LISTID TO WS-LIST-PREV
                    PERFORM WEIGH-LIST
                 END-IF
                 MOVE memberFormNumber OF WS-LITEM-RECORD TO
                   WS-ITEM-FORMNUM
                 PERFORM ADD-TO-BASKET
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-LITEM-FILE) END-EXEC
           END-IF.
           PERFORM FLUSH-BASKET.

      * The list header carries its creation stamp
       WEIGH-LIST.
           MOVE WS-LIST-PREV TO WS-LIST-KEY.
           INITIALIZE WS-LIST-RECORD.
           EXEC CICS READ FILE(WS-LIST-FILE)
                     RIDFLD(WS-LIST-KEY)
                     INTO(WS-LIST-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           MOVE listCreated OF WS-LIST-RECORD TO WS-ITEM-STAMP.
           PERFORM WEIGH-ITEM.

      * This quarter three, this year two, ever one
       WEIGH-ITEM.
           IF WS-ITEM-STAMP >= WS-QTR-STAMP THEN
              MOVE 3 TO WS-ITEM-WEIGHT
           ELSE
              IF WS-ITEM-STAMP >= WS-YEAR-STAMP THEN
                 MOVE 2 TO WS-ITEM-WEIGHT
              ELSE
                 MOVE 1 TO WS-ITEM-WEIGHT
              END-IF
           END-IF.

      * Into the basket once - a book borrowed twice keeps its more
      * recent weight
       ADD-TO-BASKET.
           MOVE 0 TO WS-BSK-FOUND.
           PERFORM VARYING WS-BSK-I FROM 1 BY 1
                     UNTIL WS-BSK-I > WS-BSK-COUNT
                        OR WS-BSK-FOUND > 0
              IF WS-BSK-FORMNUM(WS-BSK-I) = WS-ITEM-FORMNUM THEN
                 MOVE WS-BSK-I TO WS-BSK-FOUND
              END-IF
           END-PERFORM.
           IF WS-BSK-FOUND > 0 THEN
              IF WS-ITEM-WEIGHT > WS-BSK-WEIGHT(WS-BSK-FOUND) THEN
                 MOVE WS-ITEM-WEIGHT TO WS-BSK-WEIGHT(WS-BSK-FOUND)
              END-IF
           ELSE
              IF WS-BSK-COUNT < 50 THEN
                 ADD 1 TO WS-BSK-COUNT
                 MOVE WS-ITEM-FORMNUM TO WS-BSK-FORMNUM(WS-BSK-COUNT)
                 MOVE WS-ITEM-WEIGHT TO WS-BSK-WEIGHT(WS-BSK-COUNT)
              END-IF
           END-IF.

      * Every pair in the finished basket scores, then it empties
       FLUSH-BASKET.
           PERFORM VARYING WS-BSK-I FROM 1 BY 1
                     UNTIL WS-BSK-I >= WS-BSK-COUNT
              PERFORM VARYING WS-BSK-J FROM WS-BSK-I BY 1
                        UNTIL WS-BSK-J >= WS-BSK-COUNT
                 PERFORM SCORE-ONE-PAIR
              END-PERFORM
           END-PERFORM.
           MOVE 0 TO WS-BSK-COUNT.

      * WS-BSK-I with WS-BSK-J + 1: lower formNumber first, at the
      * weight of the older of the two
       SCORE-ONE-PAIR.
           IF WS-BSK-FORMNUM(WS-BSK-I) < WS-BSK-FORMNUM(WS-BSK-J + 1)
           THEN
              MOVE WS-BSK-FORMNUM(WS-BSK-I) TO WS-PAIR-A
              MOVE WS-BSK-FORMNUM(WS-BSK-J + 1) TO WS-PAIR-B
           ELSE
              MOVE WS-BSK-FORMNUM(WS-BSK-J + 1) TO WS-PAIR-A
              MOVE WS-BSK-FORMNUM(WS-BSK-I) TO WS-PAIR-B
           END-IF.
           MOVE WS-BSK-WEIGHT(WS-BSK-I) TO WS-PAIR-WEIGHT.
           IF WS-BSK-WEIGHT(WS-BSK-J + 1) < WS-PAIR-WEIGHT THEN
              MOVE WS-BSK-WEIGHT(WS-BSK-J + 1) TO WS-PAIR-WEIGHT
           END-IF.

           MOVE 0 TO WS-PR-FOUND.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
                     UNTIL WS-PR-I > WS-PR-COUNT
                        OR WS-PR-FOUND > 0
              IF WS-PR-A(WS-PR-I) = WS-PAIR-A AND
                 WS-PR-B(WS-PR-I) = WS-PAIR-B THEN
                 MOVE WS-PR-I TO WS-PR-FOUND
              END-IF
           END-PERFORM.
           IF WS-PR-FOUND > 0 THEN
              ADD WS-PAIR-WEIGHT TO WS-PR-SCORE(WS-PR-FOUND)
           ELSE
              IF WS-PR-COUNT < 3000 THEN
                 ADD 1 TO WS-PR-COUNT
                 MOVE WS-PAIR-A TO WS-PR-A(WS-PR-COUNT)
                 MOVE WS-PAIR-B TO WS-PR-B(WS-PR-COUNT)
                 MOVE WS-PAIR-WEIGHT TO WS-PR-SCORE(WS-PR-COUNT)
              ELSE
                 ADD 1 TO WS-PR-DROPPED
              END-IF
           END-IF.

      * Last night's lists go first - a book with no partners
      * tonight must not keep serving stale ones
       CLEAR-OLD-RECOMMENDATIONS.
           MOVE LOW-VALUES TO WS-RECO-KEY.
           EXEC CICS STARTBR FILE(WS-RECO-FILE)
                       RIDFLD(WS-RECO-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-RECO-FILE)
                             INTO(WS-RECO-RECORD)
                             RIDFLD(WS-RECO-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-OLD-COUNT >= 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-OLD-COUNT = 0 OR
                    WS-RECO-KEY-FORMNUM NOT =
                       WS-OLD-FORMNUM(WS-OLD-COUNT) THEN
                    ADD 1 TO WS-OLD-COUNT
                    MOVE WS-RECO-KEY-FORMNUM TO
                      WS-OLD-FORMNUM(WS-OLD-COUNT)
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-RECO-FILE) END-EXEC
           END-IF.
           PERFORM VARYING WS-OLD-I FROM 1 BY 1
                     UNTIL WS-OLD-I > WS-OLD-COUNT
              EXEC CICS DELETE FILE(WS-RECO-FILE)
                        RIDFLD(WS-OLD-FORMNUM(WS-OLD-I))
                        KEYLENGTH(12)
                        GENERIC
                        RESP(WS-RESP)
              END-EXEC
           END-PERFORM.

      * Note a book as having partners, once
       NOTE-RANKED-BOOK.
           MOVE 0 TO WS-RB-FOUND.
           PERFORM VARYING WS-RB-J FROM 1 BY 1
                     UNTIL WS-RB-J > WS-RB-COUNT
                        OR WS-RB-FOUND > 0
              IF WS-RB-FORMNUM(WS-RB-J) = WS-ITEM-FORMNUM THEN
                 MOVE WS-RB-J TO WS-RB-FOUND
              END-IF
           END-PERFORM.
           IF WS-RB-FOUND = 0 AND WS-RB-COUNT < 500 THEN
              ADD 1 TO WS-RB-COUNT
              MOVE WS-ITEM-FORMNUM TO WS-RB-FORMNUM(WS-RB-COUNT)
           END-IF.

      * One book: gather its partners from the pair table, then
      * write the best WS-RECO-KEEP of them in rank order
       WRITE-ONE-BOOK.
           MOVE 0 TO WS-PT-COUNT.
           PERFORM VARYING WS-PR-I FROM 1 BY 1
                     UNTIL WS-PR-I > WS-PR-COUNT
                        OR WS-PT-COUNT >= 500
              IF WS-PR-A(WS-PR-I) = WS-RB-FORMNUM(WS-RB-I) THEN
                 ADD 1 TO WS-PT-COUNT
                 MOVE WS-PR-B(WS-PR-I) TO WS-PT-FORMNUM(WS-PT-COUNT)
                 MOVE WS-PR-SCORE(WS-PR-I) TO WS-PT-SCORE(WS-PT-COUNT)
              ELSE
                 IF WS-PR-B(WS-PR-I) = WS-RB-FORMNUM(WS-RB-I) THEN
                    ADD 1 TO WS-PT-COUNT
                    MOVE WS-PR-A(WS-PR-I) TO
                      WS-PT-FORMNUM(WS-PT-COUNT)
                    MOVE WS-PR-SCORE(WS-PR-I) TO
                      WS-PT-SCORE(WS-PT-COUNT)
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-PT-RANK FROM 1 BY 1
                     UNTIL WS-PT-RANK > WS-RECO-KEEP
                        OR WS-PT-RANK > WS-PT-COUNT
              MOVE 1 TO WS-PT-BEST
              PERFORM VARYING WS-PT-I FROM 2 BY 1
                        UNTIL WS-PT-I > WS-PT-COUNT
                 IF WS-PT-SCORE(WS-PT-I) > WS-PT-SCORE(WS-PT-BEST)
                 THEN
                    MOVE WS-PT-I TO WS-PT-BEST
                 END-IF
              END-PERFORM
              INITIALIZE WS-RECO-RECORD
              MOVE WS-PT-FORMNUM(WS-PT-BEST) TO recoFormNumber
              MOVE WS-PT-SCORE(WS-PT-BEST) TO recoScore
              MOVE WS-NOW-STAMP(1:25) TO recoBuilt
              MOVE WS-RB-FORMNUM(WS-RB-I) TO WS-RECO-KEY-FORMNUM
              MOVE WS-PT-RANK TO WS-RECO-KEY-RANK
              EXEC CICS WRITE FILE(WS-RECO-FILE)
                        RIDFLD(WS-RECO-KEY)
                        FROM(WS-RECO-RECORD)
                        RESP(WS-RESP)
              END-EXEC
      * Taken - knock it out of the running for the next rank
              MOVE -1 TO WS-PT-SCORE(WS-PT-BEST)
           END-PERFORM.
