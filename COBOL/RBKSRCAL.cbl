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
      * RBKSRCAL - Saved-search alert run (nightly, after the publish *
      *            step): every book that has turned up PUBLISHED     *
      *            since the last run - created that way, promoted by *
      *            RBKPUBSH or approved - is checked against every    *
      *            RBKSRCH saved search the book is news to: topic,   *
      *            author (through RBKAUTH), language, documentType   *
      *            and each keyword (through RBKKWIDX). Each user     *
      *            with new matches gets ONE SEARCH event queued on   *
      *            RBKNOTE for RBKNOTDS to deliver, listing the books *
      *            across all their searches. Books evaluated are     *
      *            filed on RBKSRSEN so none is announced twice, and  *
      *            each search is stamped with this run and its count *
      *            of new matches. Modeled on RBKSTOGN                *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBKSRCAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       COPY RBKWSTOR.

       01 WS-REDBOOK-KEY        PIC X(12) VALUE LOW-VALUES.

       01 WS-NOW-ABSTIME        PIC S9(15) COMP-3.
       01 WS-NOW-DATE           PIC X(10).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(32).

      * An empty RBKSRSEN means this is the first run: the catalog is
      * filed as seen without announcing any of it
       01 WS-SEED-SW            PIC X VALUE 'N'.
         88 WS-SEED-RUN           VALUE 'Y'.
         88 WS-ALERT-RUN          VALUE 'N'.

      * Every saved search on file, loaded up front with its text
      * criteria uppercased for comparison, and how many of tonight's
      * books it matched
       01 WS-SA-TABLE.
         03 WS-SA-ENTRY OCCURS 500 TIMES INDEXED BY WS-SA-IDX.
           05 WS-SA-USERID        PIC X(8).
           05 WS-SA-SEQ           PIC 9(4).
           05 WS-SA-TOPIC         PIC X(40).
           05 WS-SA-AUTHOR        PIC X(40).
           05 WS-SA-LANGUAGE      PIC X(2).
           05 WS-SA-DOCTYPE       PIC X(8).
           05 WS-SA-KEYWORD OCCURS 3 TIMES PIC X(20).
           05 WS-SA-LASTRUN       PIC X(25).
           05 WS-SA-HITS          PIC S9(4) COMP-5.
       01 WS-SA-COUNT           PIC S9(4) COMP-5 VALUE 0.
       01 WS-SA-I               PIC S9(4) COMP-5.
       01 WS-SA-K               PIC S9(4) COMP-5.

      * The books new since the last run, collected during the
      * catalog browse - the usual collect-then-update idiom. A
      * deeper backlog is simply worked off over successive runs.
       01 WS-NEW-TABLE.
         03 WS-NEW-FORMNUM OCCURS 500 TIMES PIC X(12).
       01 WS-NEW-COUNT          PIC S9(4) COMP-5 VALUE 0.
       01 WS-NEW-I              PIC S9(4) COMP-5.

      * The book being evaluated, its text criteria uppercased
       01 WS-BK-FORMNUM         PIC X(12).
       01 WS-BK-STAMP           PIC X(25).
       01 WS-BK-TOPIC           PIC X(40).
       01 WS-BK-LANGUAGE        PIC X(2).
       01 WS-BK-DOCTYPE         PIC X(8).
       01 WS-BK-AUTHOR-TABLE.
         03 WS-BK-AUTHOR OCCURS 20 TIMES PIC X(40).
       01 WS-BK-AUTHOR-COUNT    PIC S9(4) COMP-5 VALUE 0.
       01 WS-BK-AUTHOR-I        PIC S9(4) COMP-5.

       01 WS-MATCH-SW           PIC X VALUE 'N'.
         88 WS-AUTHOR-MATCHES     VALUE 'Y'.
         88 WS-AUTHOR-MISSES      VALUE 'N'.

      * One entry per user with new matches tonight: how many books,
      * the last one added, and the first ten of them for the event
       01 WS-USR-TABLE.
         03 WS-USR-ENTRY OCCURS 500 TIMES INDEXED BY WS-USR-IDX.
           05 WS-USR-USERID       PIC X(8).
           05 WS-USR-COUNT        PIC 9(4).
           05 WS-USR-LAST         PIC X(12).
           05 WS-USR-MATCH OCCURS 10 TIMES PIC X(12).
       01 WS-USR-COUNT-USED     PIC S9(4) COMP-5 VALUE 0.
       01 WS-USR-I              PIC S9(4) COMP-5.
       01 WS-USR-FOUND          PIC S9(4) COMP-5.

       01 WS-NOTIFY-NEXT-SEQ    PIC 9(4).
       01 WS-NOTIFIED-COUNT     PIC S9(8) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

           EXEC CICS ASSIGN CHANNEL(WS-CHANNEL-NAME) END-EXEC.

      * Open this run's job-control record (outcome RUNNING until
      * the matching end call below closes it)
           MOVE 'RBKSRCAL' TO WS-JOBRUN-REQ-NAME.
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

      * Under read-only maintenance mode (see RBKSHDLD) this run
      * simply stands down - nothing has been filed as seen, so
      * tonight's books are still news tomorrow
           MOVE WS-MAINTMOD-KEY TO WS-CTRL-KEY.
           EXEC CICS READ FILE(WS-CTRL-FILE)
                     RIDFLD(WS-CTRL-KEY)
                     INTO(WS-CTRL-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND
              controlFlagValue OF WS-CTRL-RECORD = 'Y' THEN
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

      * Anything filed as seen yet? If not, this is the first run
           MOVE LOW-VALUES TO WS-SRSEEN-KEY.
           EXEC CICS STARTBR FILE(WS-SRSEEN-FILE)
                       RIDFLD(WS-SRSEEN-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
              EXEC CICS READNEXT FILE(WS-SRSEEN-FILE)
                          INTO(WS-SRSEEN-RECORD)
                          RIDFLD(WS-SRSEEN-KEY)
                          RESP(WS-FILE-RESP)
              END-EXEC
              EXEC CICS ENDBR FILE(WS-SRSEEN-FILE) END-EXEC
           END-IF.
           IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
              SET WS-SEED-RUN TO TRUE
           END-IF.

           PERFORM LOAD-SEARCHES.

      * Collect every PUBLISHED book not yet filed as seen
           EXEC CICS STARTBR FILE(WS-REDBOOK-FILE)
                       RIDFLD(WS-REDBOOK-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.

           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-REDBOOK-FILE)
                             INTO(WS-BOOK)
                             RIDFLD(WS-REDBOOK-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-NEW-COUNT >= 500 THEN
                    EXIT PERFORM
                 END-IF
                 IF Xstatus OF WS-BOOK = 'PUBLISHED' THEN
                    MOVE formNumber OF WS-BOOK TO WS-SRSEEN-KEY
                    EXEC CICS READ FILE(WS-SRSEEN-FILE)
                              RIDFLD(WS-SRSEEN-KEY)
                              INTO(WS-SRSEEN-RECORD)
                              RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NOTFND) THEN
                       ADD 1 TO WS-NEW-COUNT
                       MOVE formNumber OF WS-BOOK TO
                         WS-NEW-FORMNUM(WS-NEW-COUNT)
                    END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-REDBOOK-FILE) END-EXEC
           END-IF.

           PERFORM VARYING WS-NEW-I FROM 1 BY 1
                     UNTIL WS-NEW-I > WS-NEW-COUNT
              PERFORM EVALUATE-ONE-BOOK THRU EVALUATE-ONE-BOOK-EXIT
           END-PERFORM.

      * One event per user, then every search stamped with this run
           PERFORM VARYING WS-USR-I FROM 1 BY 1
                     UNTIL WS-USR-I > WS-USR-COUNT-USED
              PERFORM QUEUE-USER-EVENT
           END-PERFORM.
           PERFORM VARYING WS-SA-I FROM 1 BY 1
                     UNTIL WS-SA-I > WS-SA-COUNT
              PERFORM STAMP-ONE-SEARCH
           END-PERFORM.

      * Tell the caller how many users were sent new matches
           EXEC CICS PUT CONTAINER(WS-NUMSRCAL-CONT-NAME)
                         CHANNEL(WS-CHANNEL-NAME)
                         FROM(WS-NOTIFIED-COUNT)
                         FLENGTH(LENGTH OF WS-NOTIFIED-COUNT)
                         BIT
           END-EXEC.

       EXIT-PROGRAM.
      * Close this run's job-control record with the final count
           SET WS-JOBRUN-PHASE-END TO TRUE.
           MOVE WS-NOTIFIED-COUNT TO WS-JOBRUN-REQ-RECORDS.
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

      * Load every saved search, text criteria uppercased
       LOAD-SEARCHES.
           MOVE LOW-VALUES TO WS-SRCH-KEY.
           EXEC CICS STARTBR FILE(WS-SRCH-FILE)
                       RIDFLD(WS-SRCH-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 INITIALIZE WS-SRCH-RECORD
                 EXEC CICS READNEXT FILE(WS-SRCH-FILE)
                             INTO(WS-SRCH-RECORD)
                             RIDFLD(WS-SRCH-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) OR
                    WS-SA-COUNT >= 500 THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-SA-COUNT
                 MOVE WS-SRCH-KEY-USERID TO WS-SA-USERID(WS-SA-COUNT)
                 MOVE WS-SRCH-KEY-SEQ TO WS-SA-SEQ(WS-SA-COUNT)
                 MOVE FUNCTION UPPER-CASE(srchTopic OF WS-SRCH-RECORD)
                   TO WS-SA-TOPIC(WS-SA-COUNT)
                 MOVE FUNCTION UPPER-CASE(srchAuthor OF WS-SRCH-RECORD)
                   TO WS-SA-AUTHOR(WS-SA-COUNT)
                 MOVE FUNCTION UPPER-CASE(srchLanguage OF
                   WS-SRCH-RECORD) TO WS-SA-LANGUAGE(WS-SA-COUNT)
                 MOVE FUNCTION UPPER-CASE(srchDocumentType OF
                   WS-SRCH-RECORD) TO WS-SA-DOCTYPE(WS-SA-COUNT)
                 PERFORM VARYING WS-SA-K FROM 1 BY 1
                           UNTIL WS-SA-K > 3
                    MOVE srchKeyword OF WS-SRCH-RECORD(WS-SA-K) TO
                      WS-SA-KEYWORD(WS-SA-COUNT, WS-SA-K)
                 END-PERFORM
                 MOVE srchLastRun OF WS-SRCH-RECORD(1:25) TO
                   WS-SA-LASTRUN(WS-SA-COUNT)
                 MOVE 0 TO WS-SA-HITS(WS-SA-COUNT)
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-SRCH-FILE) END-EXEC
           END-IF.

      * One new book: match it against every search (not on the
      * first run), then file it as seen either way
       EVALUATE-ONE-BOOK.
           MOVE WS-NEW-FORMNUM(WS-NEW-I) TO WS-BK-FORMNUM.
           IF WS-ALERT-RUN THEN
              EXEC CICS READ FILE(WS-REDBOOK-FILE)
                        RIDFLD(WS-BK-FORMNUM)
                        INTO(WS-BOOK)
                        RESP(WS-FILE-RESP)
              END-EXEC
              IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                 GO TO EVALUATE-ONE-BOOK-EXIT
              END-IF
              PERFORM GATHER-BOOK-CRITERIA
              PERFORM VARYING WS-SA-I FROM 1 BY 1
                        UNTIL WS-SA-I > WS-SA-COUNT
                 PERFORM MATCH-ONE-SEARCH THRU MATCH-ONE-SEARCH-EXIT
              END-PERFORM
           END-IF.

           INITIALIZE WS-SRSEEN-RECORD.
           MOVE WS-BK-FORMNUM TO WS-SRSEEN-KEY.
           MOVE WS-BK-FORMNUM TO WS-SRSEEN-REC-FORMNUM.
           MOVE WS-NOW-STAMP(1:25) TO WS-SRSEEN-REC-STAMP.
           EXEC CICS WRITE FILE(WS-SRSEEN-FILE)
                     RIDFLD(WS-SRSEEN-KEY)
                     FROM(WS-SRSEEN-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
       EVALUATE-ONE-BOOK-EXIT.
           EXIT.

      * What the searches are compared against: when the book last
      * changed (its turn to PUBLISHED among them), its uppercased
      * topic, language and documentType, and its RBKAUTH authors
       GATHER-BOOK-CRITERIA.
           MOVE lastUpdatedTimestamp OF WS-BOOK(1:25) TO WS-BK-STAMP.
           IF WS-BK-STAMP = SPACES THEN
              MOVE createdTimestamp OF WS-BOOK(1:25) TO WS-BK-STAMP
           END-IF.
           MOVE SPACES TO WS-BK-TOPIC.
           IF topic-existence OF WS-BOOK > 0 THEN
              MOVE FUNCTION UPPER-CASE(topic2 OF WS-BOOK) TO
                WS-BK-TOPIC
           END-IF.
           MOVE FUNCTION UPPER-CASE(language OF Redbook OF WS-BOOK) TO
             WS-BK-LANGUAGE.
           MOVE SPACES TO WS-BK-DOCTYPE.
           IF documentType-existence OF WS-BOOK > 0 THEN
              MOVE FUNCTION UPPER-CASE(documentType2 OF WS-BOOK) TO
                WS-BK-DOCTYPE
           END-IF.

           MOVE 0 TO WS-BK-AUTHOR-COUNT.
           MOVE WS-BK-FORMNUM TO WS-AUTHOR-KEY-FORMNUM.
           MOVE 0 TO WS-AUTHOR-KEY-SEQ.
           EXEC CICS STARTBR FILE(WS-AUTHOR-FILE)
                       RIDFLD(WS-AUTHOR-KEY)
                       GTEQ
                       RESP(WS-AUTH-RESP)
           END-EXEC.
           IF WS-AUTH-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-AUTHOR-FILE)
                             INTO(WS-AUTHOR)
                             RIDFLD(WS-AUTHOR-KEY)
                             RESP(WS-AUTH-RESP)
                 END-EXEC
                 IF WS-AUTH-RESP NOT = DFHRESP(NORMAL) OR
                    WS-AUTHOR-KEY-FORMNUM NOT = WS-BK-FORMNUM OR
                    WS-BK-AUTHOR-COUNT >= WS-AUTHOR-MAX THEN
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-BK-AUTHOR-COUNT
                 MOVE FUNCTION UPPER-CASE(authors OF WS-AUTHOR) TO
                   WS-BK-AUTHOR(WS-BK-AUTHOR-COUNT)
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-AUTHOR-FILE) END-EXEC
           END-IF.

      * One search against the book in hand - every criterion it
      * gives must hold; the first that fails ends the check
       MATCH-ONE-SEARCH.
      * A search saved after the book went PUBLISHED has nothing
      * to learn from it - that book was already in the catalog
           IF WS-BK-STAMP <= WS-SA-LASTRUN(WS-SA-I) THEN
              GO TO MATCH-ONE-SEARCH-EXIT
           END-IF.
           IF WS-SA-TOPIC(WS-SA-I) NOT = SPACES AND
              WS-SA-TOPIC(WS-SA-I) NOT = WS-BK-TOPIC THEN
              GO TO MATCH-ONE-SEARCH-EXIT
           END-IF.
           IF WS-SA-LANGUAGE(WS-SA-I) NOT = SPACES AND
              WS-SA-LANGUAGE(WS-SA-I) NOT = WS-BK-LANGUAGE THEN
              GO TO MATCH-ONE-SEARCH-EXIT
           END-IF.
           IF WS-SA-DOCTYPE(WS-SA-I) NOT = SPACES AND
              WS-SA-DOCTYPE(WS-SA-I) NOT = WS-BK-DOCTYPE THEN
              GO TO MATCH-ONE-SEARCH-EXIT
           END-IF.
           IF WS-SA-AUTHOR(WS-SA-I) NOT = SPACES THEN
              SET WS-AUTHOR-MISSES TO TRUE
              PERFORM VARYING WS-BK-AUTHOR-I FROM 1 BY 1
                        UNTIL WS-BK-AUTHOR-I > WS-BK-AUTHOR-COUNT
                 IF WS-BK-AUTHOR(WS-BK-AUTHOR-I) =
                    WS-SA-AUTHOR(WS-SA-I) THEN
                    SET WS-AUTHOR-MATCHES TO TRUE
                 END-IF
              END-PERFORM
              IF WS-AUTHOR-MISSES THEN
                 GO TO MATCH-ONE-SEARCH-EXIT
              END-IF
           END-IF.
      * Each keyword is one keyed probe of the book's index entries
           PERFORM VARYING WS-SA-K FROM 1 BY 1
                     UNTIL WS-SA-K > 3
              IF WS-SA-KEYWORD(WS-SA-I, WS-SA-K) NOT = SPACES THEN
                 MOVE WS-SA-KEYWORD(WS-SA-I, WS-SA-K) TO
                   WS-KWIDX-KEY-WORD
                 MOVE WS-BK-FORMNUM TO WS-KWIDX-KEY-FORMNUM
                 EXEC CICS READ FILE(WS-KWIDX-FILE)
                           RIDFLD(WS-KWIDX-KEY)
                           INTO(WS-KWIDX-RECORD)
                           RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL) THEN
                    GO TO MATCH-ONE-SEARCH-EXIT
                 END-IF
              END-IF
           END-PERFORM.

           ADD 1 TO WS-SA-HITS(WS-SA-I).

      * A match: add the book to its user's tally - once, however
      * many of the user's searches it matched
       NOTE-USER-MATCH.
           MOVE 0 TO WS-USR-FOUND.
           PERFORM VARYING WS-USR-I FROM 1 BY 1
                     UNTIL WS-USR-I > WS-USR-COUNT-USED
                        OR WS-USR-FOUND > 0
              IF WS-USR-USERID(WS-USR-I) = WS-SA-USERID(WS-SA-I) THEN
                 MOVE WS-USR-I TO WS-USR-FOUND
              END-IF
           END-PERFORM.
           IF WS-USR-FOUND = 0 THEN
              IF WS-USR-COUNT-USED >= 500 THEN
                 GO TO MATCH-ONE-SEARCH-EXIT
              END-IF
              ADD 1 TO WS-USR-COUNT-USED
              MOVE WS-USR-COUNT-USED TO WS-USR-FOUND
              MOVE WS-SA-USERID(WS-SA-I) TO WS-USR-USERID(WS-USR-FOUND)
              MOVE 0 TO WS-USR-COUNT(WS-USR-FOUND)
              MOVE SPACES TO WS-USR-LAST(WS-USR-FOUND)
              PERFORM VARYING WS-SA-K FROM 1 BY 1
                        UNTIL WS-SA-K > 10
                 MOVE SPACES TO WS-USR-MATCH(WS-USR-FOUND, WS-SA-K)
              END-PERFORM
           END-IF.
      * Books are evaluated one at a time, so a repeat can only be
      * the book most recently added
           IF WS-USR-LAST(WS-USR-FOUND) = WS-BK-FORMNUM THEN
              GO TO MATCH-ONE-SEARCH-EXIT
           END-IF.
           ADD 1 TO WS-USR-COUNT(WS-USR-FOUND).
           MOVE WS-BK-FORMNUM TO WS-USR-LAST(WS-USR-FOUND).
           IF WS-USR-COUNT(WS-USR-FOUND) <= 10 THEN
              MOVE WS-BK-FORMNUM TO WS-USR-MATCH(WS-USR-FOUND,
                WS-USR-COUNT(WS-USR-FOUND))
           END-IF.
       MATCH-ONE-SEARCH-EXIT.
           EXIT.

      * One pending SEARCH event for the user, keyed on their first
      * new match the same browse-to-find-next-seq way RBKNOTFV
      * keys a watcher's event on the book
       QUEUE-USER-EVENT.
           MOVE WS-USR-MATCH(WS-USR-I, 1) TO WS-NOTIFY-KEY-FORMNUM.
           MOVE 0 TO WS-NOTIFY-KEY-SEQ.
           MOVE 0 TO WS-NOTIFY-NEXT-SEQ.
           EXEC CICS STARTBR FILE(WS-NOTIFY-FILE)
                       RIDFLD(WS-NOTIFY-KEY)
                       GTEQ
                       RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL EXIT
                 EXEC CICS READNEXT FILE(WS-NOTIFY-FILE)
                             INTO(WS-NOTIFY-RECORD)
                             RIDFLD(WS-NOTIFY-KEY)
                             RESP(WS-FILE-RESP)
                 END-EXEC
                 IF WS-FILE-RESP NOT = DFHRESP(NORMAL) THEN
                    EXIT PERFORM
                 END-IF
                 IF WS-NOTIFY-KEY-FORMNUM NOT =
                    WS-USR-MATCH(WS-USR-I, 1) THEN
                    EXIT PERFORM
                 END-IF
                 MOVE WS-NOTIFY-KEY-SEQ TO WS-NOTIFY-NEXT-SEQ
              END-PERFORM
              EXEC CICS ENDBR FILE(WS-NOTIFY-FILE) END-EXEC
           END-IF.

           INITIALIZE WS-NOTIFY-RECORD.
           SET WS-NOTIFY-IS-SEARCH TO TRUE.
           MOVE WS-NOW-STAMP(1:25) TO
             notifyTimestamp OF WS-NOTIFY-RECORD.
           SET WS-NOTIFY-IS-PENDING TO TRUE.
           MOVE WS-USR-USERID(WS-USR-I) TO
             notifyWatcher OF WS-NOTIFY-RECORD.
           MOVE WS-USR-COUNT(WS-USR-I) TO
             notifyMatchCount OF WS-NOTIFY-RECORD.
           PERFORM VARYING WS-SA-K FROM 1 BY 1
                     UNTIL WS-SA-K > 10
              MOVE WS-USR-MATCH(WS-USR-I, WS-SA-K) TO
                notifyMatch OF WS-NOTIFY-RECORD(WS-SA-K)
           END-PERFORM.

           ADD 1 TO WS-NOTIFY-NEXT-SEQ.
           MOVE WS-USR-MATCH(WS-USR-I, 1) TO WS-NOTIFY-KEY-FORMNUM.
           MOVE WS-NOTIFY-NEXT-SEQ TO WS-NOTIFY-KEY-SEQ.
           EXEC CICS WRITE FILE(WS-NOTIFY-FILE)
                     RIDFLD(WS-NOTIFY-KEY)
                     FROM(WS-NOTIFY-RECORD)
                     RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) THEN
              ADD 1 TO WS-NOTIFIED-COUNT
           END-IF.

      * Stamp one search with this run and its new-match count, with
      * the usual delete-then-write idiom. One its owner deleted
      * since it was loaded is simply gone.
       STAMP-ONE-SEARCH.
           MOVE WS-SA-USERID(WS-SA-I) TO WS-SRCH-KEY-USERID.
           MOVE WS-SA-SEQ(WS-SA-I) TO WS-SRCH-KEY-SEQ.
           INITIALIZE WS-SRCH-RECORD.
           EXEC CICS READ FILE(WS-SRCH-FILE)
                     RIDFLD(WS-SRCH-KEY)
                     INTO(WS-SRCH-RECORD)
                     RESP(WS-FILE-RESP)
           END-EXEC.
           IF WS-FILE-RESP = DFHRESP(NORMAL) THEN
              MOVE WS-NOW-STAMP(1:25) TO srchLastRun OF WS-SRCH-RECORD
              MOVE WS-SA-HITS(WS-SA-I) TO
                srchLastMatches OF WS-SRCH-RECORD
              EXEC CICS DELETE FILE(WS-SRCH-FILE)
                        RIDFLD(WS-SRCH-KEY)
                        RESP(WS-RESP)
              END-EXEC
              EXEC CICS WRITE FILE(WS-SRCH-FILE)
                        RIDFLD(WS-SRCH-KEY)
                        FROM(WS-SRCH-RECORD)
                        RESP(WS-RESP)
              END-EXEC
           END-IF.
